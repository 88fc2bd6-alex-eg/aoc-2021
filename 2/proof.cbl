       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2021-PROOF.

      * Master roll-forward proof. The reconciliation proves
      * report.txt against trajectory.txt, but nothing proved the
      * fleet master itself - a bad LOAD-MASTER/UPDATE-MASTER pass, a
      * restart fault or an out-of-band edit would leave fleet.mst
      * wrong for good, carried into every later cycle and into
      * shore.dat. This control program rebuilds the master the
      * completed cycle should have left, independently of the fleet
      * run: it starts from the pre-cycle image in fleet.pre, rolls
      * each boat forward by the cycle's report SUB= record (closing
      * depth, position and aim, command counts into the lifetime
      * counts) where the run applied its log, then lays over every
      * maint.jnl change stamped with the cycle and made since the
      * image was taken. The result is compared field by field with
      * fleet.mst - MST-DEPTH, MST-POSITION, MST-AIM, MST-COUNT-* and
      * MST-RUN-* - and proof.txt carries a PROVEN/NOT-PROVEN verdict
      * per boat with the fields that disagree, and a FLEET verdict
      * line, signed off alongside recon.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO "cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
      * Pre-cycle master image the fleet run took opening the cycle
           SELECT IMAGE-FILE ASSIGN TO "fleet.pre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMAGE-STATUS.
      * The cycle's report - one SUB= record per boat processed
           SELECT REPORT-FILE ASSIGN TO "report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
      * The cycle's exceptions - a DUPLICATE marks a log the run
      * refused whole, though its report record reads balanced
           SELECT EXCEPTIONS-FILE ASSIGN TO "exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTIONS-STATUS.
      * Maintenance journal - verdict line, BEFORE and AFTER images
           SELECT JOURNAL-FILE ASSIGN TO "maint.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
      * Fleet master, read front to back - the figures under proof
           SELECT MASTER-FILE ASSIGN TO "fleet.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-SUB-NAME
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROOF-FILE ASSIGN TO "proof.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-FILE.
       01 CYCLE-REC.
           05 PIC X(20).
       FD IMAGE-FILE.
       01 IMAGE-REC.
           05 PIC X(240).
       FD REPORT-FILE.
       01 REPORT-REC.
           05 PIC X(400).
       FD EXCEPTIONS-FILE.
       01 EXCEPTIONS-REC.
           05 PIC X(300).
       FD JOURNAL-FILE.
       01 JOURNAL-REC.
           05 PIC X(300).
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
       FD PROOF-FILE.
       01 PROOF-REC.
           05 PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-IMAGE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-EXCEPTIONS-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-FILE-EOF PIC A(1).
       01 WS-INPUT-REC PIC X(400).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8).
      * The completed cycle under proof, and why no proof could be
      * attempted - blank while it can
       01 WS-RUN-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-CYCLE-FLAG PIC X(1) VALUE IS SPACE.
       01 WS-PROOF-REASON PIC X(24) VALUE IS SPACES.
      * The image header and trailer - its cycle, when it was taken
      * (journal changes from then on belong to the cycle), and its
      * record count
       01 WS-IMAGE-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-IMAGE-STAMP PIC X(14) VALUE IS SPACES.
       01 WS-IMAGE-TRAILER PIC A(1) VALUE IS 'N'.
       01 WS-IMAGE-TRL-COUNT PIC 9(6) VALUE IS 0.
       01 WS-IMAGE-COUNT PIC 9(6) VALUE IS 0.
      * One entry per boat the proof knows of: the record the master
      * should hold for it, whether the master should hold it at
      * all, whether the run refused its log as a duplicate, and
      * whether the master walk found it
       01 WS-BOAT-TABLE.
           05 WS-BOAT-ENTRY OCCURS 200 TIMES.
               10 WS-BT-NAME PIC X(80).
               10 WS-BT-EXPECTED PIC A(1).
               10 WS-BT-DUPLICATE PIC A(1).
               10 WS-BT-SEEN PIC A(1).
               10 WS-BT-REC PIC X(209).
       01 WS-BOAT-USED PIC 9(3) VALUE IS 0.
       01 WS-BOAT-IDX PIC 9(3).
       01 WS-BOAT-FOUND PIC 9(3).
       01 WS-BOAT-FROM PIC 9(3).
       01 WS-BOAT-TABLE-FULL PIC A(1) VALUE IS 'N'.
       01 WS-FIND-NAME PIC X(80).
      * Working copy of one expected record, in master layout, for
      * rolling a report record into it
       01 WS-WORK-REC.
           05 WS-WK-SUB-NAME PIC X(80).
           05 WS-WK-DEPTH-1 PIC 9(8).
           05 WS-WK-POSITION-1 PIC 9(6).
           05 WS-WK-DEPTH PIC 9(8).
           05 WS-WK-POSITION PIC 9(6).
           05 WS-WK-AIM PIC S9(5) SIGN IS TRAILING SEPARATE.
           05 WS-WK-COUNT-FORWARD PIC 9(8).
           05 WS-WK-COUNT-UP PIC 9(8).
           05 WS-WK-COUNT-DOWN PIC 9(8).
           05 WS-WK-COUNT-TOTAL PIC 9(8).
           05 WS-WK-LAST-CYCLE PIC 9(6).
           05 WS-WK-RUN-FORWARD PIC 9(8).
           05 WS-WK-RUN-UP PIC 9(8).
           05 WS-WK-RUN-DOWN PIC 9(8).
           05 WS-WK-RUN-TOTAL PIC 9(8).
           05 WS-WK-FUEL-STOCKED PIC A(1).
           05 WS-WK-FUEL-ON-HAND PIC 9(8).
           05 WS-WK-FUEL-RECEIVED PIC 9(8).
           05 WS-WK-FUEL-REMOVED PIC 9(8).
      * Every non-key field of the master record by name, offset and
      * length within the 209-byte image - journal changes are laid
      * over field by field, and the flagged ones are compared
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 18 TIMES.
               10 WS-FLD-NAME PIC X(14).
               10 WS-FLD-OFFSET PIC 9(3).
               10 WS-FLD-LENGTH PIC 9(2).
               10 WS-FLD-COMPARED PIC A(1).
               10 WS-FLD-BAD PIC A(1).
       01 WS-FLD-IDX PIC 9(2).
      * Report record fields the roll-forward takes
       01 WS-RPT-SUB PIC X(80).
       01 WS-RPT-DEPTH-1 PIC 9(8).
       01 WS-RPT-POSITION-1 PIC 9(6).
       01 WS-RPT-DEPTH PIC 9(8).
       01 WS-RPT-POSITION PIC 9(6).
       01 WS-RPT-FORWARD PIC 9(8).
       01 WS-RPT-UP PIC 9(8).
       01 WS-RPT-DOWN PIC 9(8).
       01 WS-RPT-TOTAL PIC 9(8).
       01 WS-RPT-BALANCED PIC X(1).
       01 WS-RPT-RESTATED PIC X(1).
      * AIM prints with its trailing separate sign byte
       01 WS-AIM-MAG PIC 9(5).
       01 WS-PARSED-AIM PIC S9(5) SIGN IS TRAILING SEPARATE.
      * Journal change in hand - taken when applied, stamped with the
      * cycle under proof and made no earlier than the image
       01 WS-JNL-TAKE PIC A(1) VALUE IS 'N'.
       01 WS-JNL-CYCLE PIC X(6).
       01 WS-JNL-DATE PIC X(8).
       01 WS-JNL-TIME PIC X(6).
       01 WS-JNL-STAMP PIC X(14).
       01 WS-JNL-RESULT PIC X(10).
       01 WS-JNL-BEFORE PIC X(209).
       01 WS-JNL-AFTER PIC X(209).
       01 WS-JNL-TAKEN PIC 9(6) VALUE IS 0.
      * Per-boat outcome
       01 WS-ACTUAL-REC PIC X(209).
       01 WS-BOAT-VERDICT PIC X(10).
       01 WS-FIELD-LIST PIC X(200).
       01 WS-FIELD-PTR PIC 9(3).
       01 WS-FLEET-VERDICT PIC X(10).
       01 WS-PROVEN-COUNT PIC 9(6) VALUE IS 0.
       01 WS-NOT-PROVEN-COUNT PIC 9(6) VALUE IS 0.
       01 WS-TOTAL-BOATS PIC 9(6) VALUE IS 0.
      * KEY=value token handling
       01 WS-TOKENS.
           05 WS-TOK PIC X(100) OCCURS 24 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TOK-KEY PIC X(30).
       01 WS-TOK-VALUE PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM INIT-FIELD-TABLE.
           PERFORM LOAD-RUN-CYCLE.
           IF WS-PROOF-REASON = SPACES THEN
               PERFORM LOAD-IMAGE
           END-IF.
           OPEN OUTPUT PROOF-FILE.
           MOVE SPACES TO PROOF-REC.
           STRING "PROOF CYCLE=" WS-RUN-CYCLE
               " DATE=" WS-RUN-DATE
               " TIME=" WS-RUN-TIME (1:6)
               " IMAGE-TAKEN=" WS-IMAGE-STAMP
               DELIMITED BY SIZE INTO PROOF-REC
           END-STRING.
           WRITE PROOF-REC.
           IF WS-PROOF-REASON = SPACES THEN
               PERFORM LOAD-DUPLICATES
               PERFORM ROLL-FORWARD-REPORT
               PERFORM ROLL-FORWARD-JOURNAL
               PERFORM PROVE-MASTER
           END-IF.
           PERFORM WRITE-FLEET-VERDICT.
           CLOSE PROOF-FILE.
           STOP RUN.

      * Field name, offset and length within the master image. The
      * last-cycle stamp, the no-aim pair and the fuel fields ride
      * along when journal changes are laid over but are not under
      * proof - the fuel drawn by a run is proved by the fuel ledger,
      * not by the report record.
       INIT-FIELD-TABLE.
           MOVE "DEPTH-1" TO WS-FLD-NAME (1).
           MOVE 81 TO WS-FLD-OFFSET (1).
           MOVE 8 TO WS-FLD-LENGTH (1).
           MOVE "POSITION-1" TO WS-FLD-NAME (2).
           MOVE 89 TO WS-FLD-OFFSET (2).
           MOVE 6 TO WS-FLD-LENGTH (2).
           MOVE "DEPTH" TO WS-FLD-NAME (3).
           MOVE 95 TO WS-FLD-OFFSET (3).
           MOVE 8 TO WS-FLD-LENGTH (3).
           MOVE "POSITION" TO WS-FLD-NAME (4).
           MOVE 103 TO WS-FLD-OFFSET (4).
           MOVE 6 TO WS-FLD-LENGTH (4).
           MOVE "AIM" TO WS-FLD-NAME (5).
           MOVE 109 TO WS-FLD-OFFSET (5).
           MOVE 6 TO WS-FLD-LENGTH (5).
           MOVE "COUNT-FORWARD" TO WS-FLD-NAME (6).
           MOVE 115 TO WS-FLD-OFFSET (6).
           MOVE 8 TO WS-FLD-LENGTH (6).
           MOVE "COUNT-UP" TO WS-FLD-NAME (7).
           MOVE 123 TO WS-FLD-OFFSET (7).
           MOVE 8 TO WS-FLD-LENGTH (7).
           MOVE "COUNT-DOWN" TO WS-FLD-NAME (8).
           MOVE 131 TO WS-FLD-OFFSET (8).
           MOVE 8 TO WS-FLD-LENGTH (8).
           MOVE "COUNT-TOTAL" TO WS-FLD-NAME (9).
           MOVE 139 TO WS-FLD-OFFSET (9).
           MOVE 8 TO WS-FLD-LENGTH (9).
           MOVE "LAST-CYCLE" TO WS-FLD-NAME (10).
           MOVE 147 TO WS-FLD-OFFSET (10).
           MOVE 6 TO WS-FLD-LENGTH (10).
           MOVE "RUN-FORWARD" TO WS-FLD-NAME (11).
           MOVE 153 TO WS-FLD-OFFSET (11).
           MOVE 8 TO WS-FLD-LENGTH (11).
           MOVE "RUN-UP" TO WS-FLD-NAME (12).
           MOVE 161 TO WS-FLD-OFFSET (12).
           MOVE 8 TO WS-FLD-LENGTH (12).
           MOVE "RUN-DOWN" TO WS-FLD-NAME (13).
           MOVE 169 TO WS-FLD-OFFSET (13).
           MOVE 8 TO WS-FLD-LENGTH (13).
           MOVE "RUN-TOTAL" TO WS-FLD-NAME (14).
           MOVE 177 TO WS-FLD-OFFSET (14).
           MOVE 8 TO WS-FLD-LENGTH (14).
           MOVE "FUEL-STOCKED" TO WS-FLD-NAME (15).
           MOVE 185 TO WS-FLD-OFFSET (15).
           MOVE 1 TO WS-FLD-LENGTH (15).
           MOVE "FUEL-ON-HAND" TO WS-FLD-NAME (16).
           MOVE 186 TO WS-FLD-OFFSET (16).
           MOVE 8 TO WS-FLD-LENGTH (16).
           MOVE "FUEL-RECEIVED" TO WS-FLD-NAME (17).
           MOVE 194 TO WS-FLD-OFFSET (17).
           MOVE 8 TO WS-FLD-LENGTH (17).
           MOVE "FUEL-REMOVED" TO WS-FLD-NAME (18).
           MOVE 202 TO WS-FLD-OFFSET (18).
           MOVE 8 TO WS-FLD-LENGTH (18).
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 18
               MOVE 'Y' TO WS-FLD-COMPARED (WS-FLD-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-FLD-COMPARED (1), WS-FLD-COMPARED (2),
               WS-FLD-COMPARED (10), WS-FLD-COMPARED (15),
               WS-FLD-COMPARED (16), WS-FLD-COMPARED (17),
               WS-FLD-COMPARED (18).

      * Only a completed cycle has a closing master to prove.
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
               MOVE "CYCLE-NOT-COMPLETE" TO WS-PROOF-REASON
           END-IF.

      * The image must be the cycle's own and whole - header for the
      * cycle under proof, trailer present and agreeing with the
      * records read.
       LOAD-IMAGE.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS NOT = "00" THEN
               MOVE "NO-IMAGE" TO WS-PROOF-REASON
           ELSE
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ IMAGE-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM TAKE-IMAGE-LINE
               END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF.
           IF WS-PROOF-REASON = SPACES THEN
               IF WS-IMAGE-CYCLE NOT = WS-RUN-CYCLE THEN
                   MOVE "IMAGE-WRONG-CYCLE" TO WS-PROOF-REASON
               ELSE
                   IF WS-IMAGE-TRAILER = 'N' OR
                      WS-IMAGE-TRL-COUNT NOT = WS-IMAGE-COUNT THEN
                       MOVE "IMAGE-INCOMPLETE" TO WS-PROOF-REASON
                   END-IF
               END-IF
           END-IF.

       TAKE-IMAGE-LINE.
           EVALUATE TRUE
               WHEN WS-INPUT-REC (1:4) = "MST "
                   ADD 1 TO WS-IMAGE-COUNT
                   MOVE WS-INPUT-REC (5:80) TO WS-FIND-NAME
                   PERFORM FIND-OR-ADD-BOAT
                   IF WS-BOAT-FOUND > 0 THEN
                       MOVE WS-INPUT-REC (5:209)
                           TO WS-BT-REC (WS-BOAT-FOUND)
                       MOVE 'Y' TO WS-BT-EXPECTED (WS-BOAT-FOUND)
                   END-IF
               WHEN WS-INPUT-REC (1:6) = "IMAGE "
                   PERFORM SPLIT-TOKENS
                   PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                           UNTIL WS-TOK-IDX > 24
                       PERFORM SPLIT-KEY-VALUE
                       EVALUATE WS-TOK-KEY
                           WHEN "CYCLE"
                               IF WS-TOK-VALUE (1:6) IS NUMERIC THEN
                                   MOVE WS-TOK-VALUE (1:6)
                                       TO WS-IMAGE-CYCLE
                               END-IF
                           WHEN "DATE"
                               MOVE WS-TOK-VALUE (1:8)
                                   TO WS-IMAGE-STAMP (1:8)
                           WHEN "TIME"
                               MOVE WS-TOK-VALUE (1:6)
                                   TO WS-IMAGE-STAMP (9:6)
                       END-EVALUATE
                   END-PERFORM
               WHEN WS-INPUT-REC (1:10) = "IMAGE-END "
                   MOVE 'Y' TO WS-IMAGE-TRAILER
                   PERFORM SPLIT-TOKENS
                   PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                           UNTIL WS-TOK-IDX > 24
                       PERFORM SPLIT-KEY-VALUE
                       IF WS-TOK-KEY = "RECORDS" AND
                          WS-TOK-VALUE (1:6) IS NUMERIC THEN
                           MOVE WS-TOK-VALUE (1:6)
                               TO WS-IMAGE-TRL-COUNT
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * Looks WS-FIND-NAME up, adding it - not yet expected on the
      * master - when new. WS-BOAT-FOUND is zero only when the table
      * is full, which is noted once and leaves the fleet unproven.
       FIND-OR-ADD-BOAT.
           MOVE 0 TO WS-BOAT-FOUND.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
                      OR WS-BOAT-FOUND > 0
               IF WS-BT-NAME (WS-BOAT-IDX) = WS-FIND-NAME THEN
                   MOVE WS-BOAT-IDX TO WS-BOAT-FOUND
               END-IF
           END-PERFORM.
           IF WS-BOAT-FOUND = 0 THEN
               IF WS-BOAT-USED = 200 THEN
                   IF WS-BOAT-TABLE-FULL = 'N' THEN
                       MOVE 'Y' TO WS-BOAT-TABLE-FULL
                       DISPLAY "Boat table full at 200 - later boats "
                           "are not proven"
                   END-IF
               ELSE
                   ADD 1 TO WS-BOAT-USED
                   MOVE WS-BOAT-USED TO WS-BOAT-FOUND
                   MOVE WS-FIND-NAME TO WS-BT-NAME (WS-BOAT-FOUND)
                   MOVE 'N' TO WS-BT-EXPECTED (WS-BOAT-FOUND),
                       WS-BT-DUPLICATE (WS-BOAT-FOUND),
                       WS-BT-SEEN (WS-BOAT-FOUND)
                   MOVE SPACES TO WS-BT-REC (WS-BOAT-FOUND)
               END-IF
           END-IF.

      * Exceptions keep the fleet run's fixed layout - reason in 1-12,
      * boat in 13-92, sequence in 93-100, first-seen cycle in
      * 101-106. The first-seen cycle is no guide here: a boat that
      * sends a duplicate again keeps the cycle it was first seen
      * in. Any DUPLICATE on file counts, because a boat whose log
      * the run took this cycle had its old one settled and dropped
      * - except a boat restated on a rerun, whose old duplicate is
      * carried forward untouched and which the report line itself
      * clears (see ROLL-FORWARD-BOAT).
       LOAD-DUPLICATES.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT EXCEPTIONS-FILE.
           IF WS-EXCEPTIONS-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ EXCEPTIONS-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-INPUT-REC (1:12) = "DUPLICATE" THEN
                           MOVE WS-INPUT-REC (13:80) TO WS-FIND-NAME
                           PERFORM FIND-OR-ADD-BOAT
                           IF WS-BOAT-FOUND > 0 THEN
                               MOVE 'Y'
                                   TO WS-BT-DUPLICATE (WS-BOAT-FOUND)
                           END-IF
                       END-IF
               END-READ
               END-PERFORM
               CLOSE EXCEPTIONS-FILE
           END-IF.

      * Every boat the run reported on was given a master record -
      * at zero when it was new - and every one whose log balanced
      * and was not a duplicate was rolled forward exactly as
      * UPDATE-MASTER does: closing state replaced, run counts added
      * to the lifetime counts and kept as the run counts, and the
      * record stamped with the cycle. A boat restated after an
      * aborted attempt reports the same closing state and run
      * counts the attempt posted, so it rolls forward the same way
      * - it was restated only because the attempt had applied its
      * log, so no duplicate on file can be this cycle's.
       ROLL-FORWARD-REPORT.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00" THEN
               MOVE "NO-REPORT" TO WS-PROOF-REASON
           ELSE
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ REPORT-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-INPUT-REC (1:4) = "SUB=" THEN
                           PERFORM PARSE-REPORT-RECORD
                           PERFORM ROLL-FORWARD-BOAT
                       END-IF
               END-READ
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF.

       ROLL-FORWARD-BOAT.
           MOVE WS-RPT-SUB TO WS-FIND-NAME.
           PERFORM FIND-OR-ADD-BOAT.
           IF WS-BOAT-FOUND > 0 THEN
               IF WS-BT-EXPECTED (WS-BOAT-FOUND) = 'N' THEN
                   MOVE WS-RPT-SUB TO WS-WK-SUB-NAME
                   MOVE 0 TO WS-WK-DEPTH-1, WS-WK-POSITION-1,
                             WS-WK-DEPTH, WS-WK-POSITION, WS-WK-AIM,
                             WS-WK-COUNT-FORWARD, WS-WK-COUNT-UP,
                             WS-WK-COUNT-DOWN, WS-WK-COUNT-TOTAL,
                             WS-WK-LAST-CYCLE, WS-WK-RUN-FORWARD,
                             WS-WK-RUN-UP, WS-WK-RUN-DOWN,
                             WS-WK-RUN-TOTAL, WS-WK-FUEL-ON-HAND,
                             WS-WK-FUEL-RECEIVED, WS-WK-FUEL-REMOVED
                   MOVE 'N' TO WS-WK-FUEL-STOCKED
                   MOVE WS-WORK-REC TO WS-BT-REC (WS-BOAT-FOUND)
                   MOVE 'Y' TO WS-BT-EXPECTED (WS-BOAT-FOUND)
               END-IF
               IF WS-RPT-BALANCED = "Y" AND
                  (WS-BT-DUPLICATE (WS-BOAT-FOUND) = 'N' OR
                   WS-RPT-RESTATED = "Y") THEN
                   MOVE WS-BT-REC (WS-BOAT-FOUND) TO WS-WORK-REC
                   MOVE WS-RPT-DEPTH-1 TO WS-WK-DEPTH-1
                   MOVE WS-RPT-POSITION-1 TO WS-WK-POSITION-1
                   MOVE WS-RPT-DEPTH TO WS-WK-DEPTH
                   MOVE WS-RPT-POSITION TO WS-WK-POSITION
                   MOVE WS-PARSED-AIM TO WS-WK-AIM
                   ADD WS-RPT-FORWARD TO WS-WK-COUNT-FORWARD
                   ADD WS-RPT-UP TO WS-WK-COUNT-UP
                   ADD WS-RPT-DOWN TO WS-WK-COUNT-DOWN
                   ADD WS-RPT-TOTAL TO WS-WK-COUNT-TOTAL
                   MOVE WS-RUN-CYCLE TO WS-WK-LAST-CYCLE
                   MOVE WS-RPT-FORWARD TO WS-WK-RUN-FORWARD
                   MOVE WS-RPT-UP TO WS-WK-RUN-UP
                   MOVE WS-RPT-DOWN TO WS-WK-RUN-DOWN
                   MOVE WS-RPT-TOTAL TO WS-WK-RUN-TOTAL
                   MOVE WS-WORK-REC TO WS-BT-REC (WS-BOAT-FOUND)
               END-IF
           END-IF.

       PARSE-REPORT-RECORD.
           MOVE SPACES TO WS-RPT-SUB.
           MOVE 0 TO WS-RPT-DEPTH-1, WS-RPT-POSITION-1, WS-RPT-DEPTH,
                     WS-RPT-POSITION, WS-RPT-FORWARD, WS-RPT-UP,
                     WS-RPT-DOWN, WS-RPT-TOTAL, WS-PARSED-AIM.
           MOVE "Y" TO WS-RPT-BALANCED.
           MOVE "N" TO WS-RPT-RESTATED.
           PERFORM SPLIT-TOKENS.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 24
               IF WS-TOK (WS-TOK-IDX) NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   EVALUATE WS-TOK-KEY
                       WHEN "SUB"
                           MOVE WS-TOK-VALUE TO WS-RPT-SUB
                       WHEN "DEPTH1"
                           MOVE WS-TOK-VALUE (1:8) TO WS-RPT-DEPTH-1
                       WHEN "POSITION1"
                           MOVE WS-TOK-VALUE (1:6)
                               TO WS-RPT-POSITION-1
                       WHEN "DEPTH"
                           MOVE WS-TOK-VALUE (1:8) TO WS-RPT-DEPTH
                       WHEN "POSITION"
                           MOVE WS-TOK-VALUE (1:6) TO WS-RPT-POSITION
                       WHEN "AIM"
                           PERFORM PARSE-AIM-VALUE
                       WHEN "FORWARD-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-RPT-FORWARD
                       WHEN "UP-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-RPT-UP
                       WHEN "DOWN-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-RPT-DOWN
                       WHEN "TOTAL-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-RPT-TOTAL
                       WHEN "LOG-BALANCED"
                           MOVE WS-TOK-VALUE (1:1) TO WS-RPT-BALANCED
                       WHEN "RESTATED"
                           MOVE WS-TOK-VALUE (1:1) TO WS-RPT-RESTATED
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * AIM prints with SIGN IS TRAILING SEPARATE - five digits of
      * magnitude followed by its own sign byte - which a plain
      * alphanumeric-to-numeric MOVE would not restore.
       PARSE-AIM-VALUE.
           MOVE WS-TOK-VALUE (1:5) TO WS-AIM-MAG.
           IF WS-TOK-VALUE (6:1) = "-" THEN
               COMPUTE WS-PARSED-AIM = WS-AIM-MAG * -1
           ELSE
               MOVE WS-AIM-MAG TO WS-PARSED-AIM
           END-IF.

      * Master changes made under the cycle since its image was taken
      * - maintenance keyed after the run, a backout - are laid over
      * in journal order. Only what the change altered is laid over,
      * field by field from BEFORE to AFTER, so a bad run movement
      * under an adjusted boat still shows; a record appearing from
      * *NONE* is taken whole, one going to *NONE* is no longer
      * expected, and a rename carries the expected record to its
      * new key. A released command correction touches no record -
      * *NONE* on both sides - and is passed over.
       ROLL-FORWARD-JOURNAL.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ JOURNAL-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-INPUT-REC (1:6) = "MAINT "
                               PERFORM NOTE-JOURNAL-VERDICT
                           WHEN WS-INPUT-REC (1:7) = "BEFORE "
                               MOVE WS-INPUT-REC (8:209)
                                   TO WS-JNL-BEFORE
                           WHEN WS-INPUT-REC (1:6) = "AFTER "
                               MOVE WS-INPUT-REC (7:209)
                                   TO WS-JNL-AFTER
                               IF WS-JNL-TAKE = 'Y' THEN
                                   PERFORM APPLY-JOURNAL-CHANGE
                               END-IF
                               MOVE 'N' TO WS-JNL-TAKE
                       END-EVALUATE
               END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       NOTE-JOURNAL-VERDICT.
           MOVE 'N' TO WS-JNL-TAKE.
           MOVE SPACES TO WS-JNL-CYCLE, WS-JNL-DATE, WS-JNL-TIME,
               WS-JNL-RESULT.
           PERFORM SPLIT-TOKENS.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 24
               PERFORM SPLIT-KEY-VALUE
               EVALUATE WS-TOK-KEY
                   WHEN "CYCLE"
                       MOVE WS-TOK-VALUE (1:6) TO WS-JNL-CYCLE
                   WHEN "DATE"
                       MOVE WS-TOK-VALUE (1:8) TO WS-JNL-DATE
                   WHEN "TIME"
                       MOVE WS-TOK-VALUE (1:6) TO WS-JNL-TIME
                   WHEN "RESULT"
                       MOVE WS-TOK-VALUE (1:10) TO WS-JNL-RESULT
               END-EVALUATE
           END-PERFORM.
           MOVE WS-JNL-DATE TO WS-JNL-STAMP (1:8).
           MOVE WS-JNL-TIME TO WS-JNL-STAMP (9:6).
           IF WS-JNL-RESULT = "APPLIED" AND
              WS-JNL-CYCLE = WS-RUN-CYCLE AND
              WS-JNL-STAMP NOT < WS-IMAGE-STAMP THEN
               MOVE 'Y' TO WS-JNL-TAKE
           END-IF.

       APPLY-JOURNAL-CHANGE.
           IF WS-JNL-BEFORE (1:6) NOT = "*NONE*" OR
              WS-JNL-AFTER (1:6) NOT = "*NONE*" THEN
               ADD 1 TO WS-JNL-TAKEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-JNL-BEFORE (1:6) = "*NONE*" AND
                    WS-JNL-AFTER (1:6) = "*NONE*"
                   CONTINUE
               WHEN WS-JNL-BEFORE (1:6) = "*NONE*"
                   MOVE WS-JNL-AFTER (1:80) TO WS-FIND-NAME
                   PERFORM FIND-OR-ADD-BOAT
                   IF WS-BOAT-FOUND > 0 THEN
                       MOVE WS-JNL-AFTER TO WS-BT-REC (WS-BOAT-FOUND)
                       MOVE 'Y' TO WS-BT-EXPECTED (WS-BOAT-FOUND)
                   END-IF
               WHEN WS-JNL-AFTER (1:6) = "*NONE*"
                   MOVE WS-JNL-BEFORE (1:80) TO WS-FIND-NAME
                   PERFORM FIND-OR-ADD-BOAT
                   IF WS-BOAT-FOUND > 0 THEN
                       MOVE 'N' TO WS-BT-EXPECTED (WS-BOAT-FOUND)
                   END-IF
               WHEN OTHER
                   PERFORM APPLY-JOURNAL-DELTA
           END-EVALUATE.

       APPLY-JOURNAL-DELTA.
           MOVE WS-JNL-BEFORE (1:80) TO WS-FIND-NAME.
           PERFORM FIND-OR-ADD-BOAT.
           MOVE WS-BOAT-FOUND TO WS-BOAT-FROM.
           IF WS-BOAT-FROM > 0 AND
              WS-JNL-AFTER (1:80) NOT = WS-JNL-BEFORE (1:80) THEN
               MOVE WS-JNL-AFTER (1:80) TO WS-FIND-NAME
               PERFORM FIND-OR-ADD-BOAT
               IF WS-BOAT-FOUND > 0 THEN
                   MOVE WS-BT-REC (WS-BOAT-FROM)
                       TO WS-BT-REC (WS-BOAT-FOUND)
                   MOVE WS-BT-EXPECTED (WS-BOAT-FROM)
                       TO WS-BT-EXPECTED (WS-BOAT-FOUND)
                   MOVE WS-JNL-AFTER (1:80)
                       TO WS-BT-REC (WS-BOAT-FOUND) (1:80)
                   MOVE 'N' TO WS-BT-EXPECTED (WS-BOAT-FROM)
               END-IF
           END-IF.
           IF WS-BOAT-FOUND > 0 THEN
               IF WS-BT-EXPECTED (WS-BOAT-FOUND) = 'N' THEN
                   MOVE WS-JNL-AFTER TO WS-BT-REC (WS-BOAT-FOUND)
                   MOVE 'Y' TO WS-BT-EXPECTED (WS-BOAT-FOUND)
               ELSE
                   PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                           UNTIL WS-FLD-IDX > 18
                       IF WS-JNL-BEFORE (WS-FLD-OFFSET (WS-FLD-IDX):
                              WS-FLD-LENGTH (WS-FLD-IDX)) NOT =
                          WS-JNL-AFTER (WS-FLD-OFFSET (WS-FLD-IDX):
                              WS-FLD-LENGTH (WS-FLD-IDX)) THEN
                           MOVE WS-JNL-AFTER
                               (WS-FLD-OFFSET (WS-FLD-IDX):
                                WS-FLD-LENGTH (WS-FLD-IDX))
                             TO WS-BT-REC (WS-BOAT-FOUND)
                               (WS-FLD-OFFSET (WS-FLD-IDX):
                                WS-FLD-LENGTH (WS-FLD-IDX))
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * The master is walked in key order and every record proved
      * against what the roll-forward expects of it; a record the
      * roll-forward did not expect at all is as unproven as a
      * wrong one.
       PROVE-MASTER.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00" THEN
               MOVE "NO-MASTER" TO WS-PROOF-REASON
           ELSE
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ MASTER-FILE
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM PROVE-MASTER-RECORD
               END-READ
               END-PERFORM
               CLOSE MASTER-FILE
               PERFORM FLAG-MISSING-BOATS
           END-IF.

       PROVE-MASTER-RECORD.
           MOVE MASTER-REC TO WS-ACTUAL-REC.
           MOVE MST-SUB-NAME TO WS-FIND-NAME.
           MOVE 0 TO WS-BOAT-FOUND.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
                      OR WS-BOAT-FOUND > 0
               IF WS-BT-NAME (WS-BOAT-IDX) = WS-FIND-NAME THEN
                   MOVE WS-BOAT-IDX TO WS-BOAT-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-FIELD-LIST.
           MOVE 1 TO WS-FIELD-PTR.
           MOVE "PROVEN" TO WS-BOAT-VERDICT.
           IF WS-BOAT-FOUND = 0 THEN
               MOVE "NOT-PROVEN" TO WS-BOAT-VERDICT
               MOVE "NOT-EXPECTED" TO WS-FIELD-LIST
           ELSE
               MOVE 'Y' TO WS-BT-SEEN (WS-BOAT-FOUND)
               IF WS-BT-EXPECTED (WS-BOAT-FOUND) = 'N' THEN
                   MOVE "NOT-PROVEN" TO WS-BOAT-VERDICT
                   MOVE "NOT-EXPECTED" TO WS-FIELD-LIST
               ELSE
                   PERFORM COMPARE-FIELDS
               END-IF
           END-IF.
           PERFORM WRITE-BOAT-VERDICT.
           IF WS-BOAT-FOUND > 0 AND WS-FIELD-PTR > 1 THEN
               PERFORM WRITE-FIELD-LINES
           END-IF.

       COMPARE-FIELDS.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 18
               MOVE 'N' TO WS-FLD-BAD (WS-FLD-IDX)
               IF WS-FLD-COMPARED (WS-FLD-IDX) = 'Y' AND
                  WS-ACTUAL-REC (WS-FLD-OFFSET (WS-FLD-IDX):
                      WS-FLD-LENGTH (WS-FLD-IDX)) NOT =
                  WS-BT-REC (WS-BOAT-FOUND)
                      (WS-FLD-OFFSET (WS-FLD-IDX):
                       WS-FLD-LENGTH (WS-FLD-IDX)) THEN
                   MOVE 'Y' TO WS-FLD-BAD (WS-FLD-IDX)
                   MOVE "NOT-PROVEN" TO WS-BOAT-VERDICT
                   IF WS-FIELD-PTR > 1 THEN
                       STRING "," DELIMITED BY SIZE
                           INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
                       END-STRING
                   END-IF
                   STRING WS-FLD-NAME (WS-FLD-IDX) DELIMITED BY SPACE
                       INTO WS-FIELD-LIST WITH POINTER WS-FIELD-PTR
                   END-STRING
               END-IF
           END-PERFORM.

       WRITE-BOAT-VERDICT.
           IF WS-BOAT-VERDICT = "PROVEN" THEN
               ADD 1 TO WS-PROVEN-COUNT
           ELSE
               ADD 1 TO WS-NOT-PROVEN-COUNT
           END-IF.
           MOVE SPACES TO PROOF-REC.
           IF WS-FIELD-LIST = SPACES THEN
               STRING "SUB=" DELIMITED BY SIZE
                   WS-FIND-NAME DELIMITED BY SPACE
                   " VERDICT=" DELIMITED BY SIZE
                   WS-BOAT-VERDICT DELIMITED BY SPACE
                   INTO PROOF-REC
               END-STRING
           ELSE
               STRING "SUB=" DELIMITED BY SIZE
                   WS-FIND-NAME DELIMITED BY SPACE
                   " VERDICT=" DELIMITED BY SIZE
                   WS-BOAT-VERDICT DELIMITED BY SPACE
                   " FIELDS=" DELIMITED BY SIZE
                   WS-FIELD-LIST DELIMITED BY SPACE
                   INTO PROOF-REC
               END-STRING
           END-IF.
           WRITE PROOF-REC.

      * One line per discrepant field under the boat's verdict, with
      * what the roll-forward expected and what the master holds.
       WRITE-FIELD-LINES.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 18
               IF WS-FLD-BAD (WS-FLD-IDX) = 'Y' THEN
                   MOVE SPACES TO PROOF-REC
                   STRING "FIELD SUB=" DELIMITED BY SIZE
                       WS-FIND-NAME DELIMITED BY SPACE
                       " NAME=" DELIMITED BY SIZE
                       WS-FLD-NAME (WS-FLD-IDX) DELIMITED BY SPACE
                       " EXPECTED=" DELIMITED BY SIZE
                       WS-BT-REC (WS-BOAT-FOUND)
                           (WS-FLD-OFFSET (WS-FLD-IDX):
                            WS-FLD-LENGTH (WS-FLD-IDX))
                           DELIMITED BY SIZE
                       " ACTUAL=" DELIMITED BY SIZE
                       WS-ACTUAL-REC (WS-FLD-OFFSET (WS-FLD-IDX):
                           WS-FLD-LENGTH (WS-FLD-IDX))
                           DELIMITED BY SIZE
                       INTO PROOF-REC
                   END-STRING
                   WRITE PROOF-REC
               END-IF
           END-PERFORM.

      * A boat the roll-forward expects that the master walk never
      * met has gone missing from the master.
       FLAG-MISSING-BOATS.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
               IF WS-BT-EXPECTED (WS-BOAT-IDX) = 'Y' AND
                  WS-BT-SEEN (WS-BOAT-IDX) = 'N' THEN
                   ADD 1 TO WS-NOT-PROVEN-COUNT
                   MOVE SPACES TO PROOF-REC
                   STRING "SUB=" DELIMITED BY SIZE
                       WS-BT-NAME (WS-BOAT-IDX) DELIMITED BY SPACE
                       " VERDICT=NOT-PROVEN FIELDS=NOT-ON-MASTER"
                       DELIMITED BY SIZE INTO PROOF-REC
                   END-STRING
                   WRITE PROOF-REC
               END-IF
           END-PERFORM.

      * The fleet is proven only when every boat is, nothing stopped
      * the proof being attempted, and no boat fell off a full table.
       WRITE-FLEET-VERDICT.
           ADD WS-PROVEN-COUNT TO WS-NOT-PROVEN-COUNT
               GIVING WS-TOTAL-BOATS.
           IF WS-PROOF-REASON = SPACES AND
              WS-NOT-PROVEN-COUNT = 0 AND
              WS-BOAT-TABLE-FULL = 'N' THEN
               MOVE "PROVEN" TO WS-FLEET-VERDICT
           ELSE
               MOVE "NOT-PROVEN" TO WS-FLEET-VERDICT
           END-IF.
           IF WS-BOAT-TABLE-FULL = 'Y' AND
              WS-PROOF-REASON = SPACES THEN
               MOVE "TABLE-FULL" TO WS-PROOF-REASON
           END-IF.
           DISPLAY "Master proof for cycle " WS-RUN-CYCLE ": "
               WS-FLEET-VERDICT.
           MOVE SPACES TO PROOF-REC.
           IF WS-PROOF-REASON = SPACES THEN
               STRING "FLEET VERDICT=" DELIMITED BY SIZE
                   WS-FLEET-VERDICT DELIMITED BY SPACE
                   " BOATS=" WS-TOTAL-BOATS
                   " PROVEN=" WS-PROVEN-COUNT
                   " NOT-PROVEN=" WS-NOT-PROVEN-COUNT
                   " JOURNAL-CHANGES=" WS-JNL-TAKEN
                   DELIMITED BY SIZE INTO PROOF-REC
               END-STRING
           ELSE
               DISPLAY "  no proof - " WS-PROOF-REASON
               STRING "FLEET VERDICT=" DELIMITED BY SIZE
                   WS-FLEET-VERDICT DELIMITED BY SPACE
                   " BOATS=" WS-TOTAL-BOATS
                   " PROVEN=" WS-PROVEN-COUNT
                   " NOT-PROVEN=" WS-NOT-PROVEN-COUNT
                   " JOURNAL-CHANGES=" WS-JNL-TAKEN
                   " REASON=" DELIMITED BY SIZE
                   WS-PROOF-REASON DELIMITED BY SPACE
                   INTO PROOF-REC
               END-STRING
           END-IF.
           WRITE PROOF-REC.

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
