       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2021-INTAKE.

      * Pre-run intake. control.txt used to be keyed by hand every
      * night, and a boat whose log never arrived only surfaced as a
      * NOLOG exception after the batch had already run. This
      * program runs ahead of the fleet run: it takes the active
      * roster from the fleet master, looks in the landing area for
      * each boat's command log, and proves every log it finds
      * against its HDR/TRL envelope and the transmission register
      * exactly as the fleet run's verify pass does. Logs that
      * arrived, balance and have not been applied before are
      * written to control.txt; a boat held out by the operations
      * digest or retired through master maintenance is left off it.
      * Alongside, intake.txt lists every expected boat as received,
      * missing, rejected, duplicate or held - plus any log that
      * landed for a boat the roster does not carry - so the duty
      * officer can chase late transmissions while the batch window
      * is still open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Fleet master, read front to back for the active roster - a
      * boat's master key is its command-log name, which is also the
      * name its log lands under
           SELECT MASTER-FILE ASSIGN TO "fleet.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-SUB-NAME
           FILE STATUS IS WS-MASTER-STATUS.
      * Arrival list the receiving side leaves in the landing area -
      * one log filename per line. Only needed for boats the master
      * does not yet carry; every rostered boat's log is looked for
      * directly under its own name. Absent, no unrostered arrivals.
           SELECT LANDING-FILE ASSIGN TO "landing.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LANDING-STATUS.
      * The log being proved, assigned to each candidate in turn
           SELECT CMD ASSIGN TO DYNAMIC WS-CMD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMD-STATUS.
           SELECT HOLD-FILE ASSIGN TO "hold.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
      * Master maintenance journal - an applied retire transaction is
      * the only trace a decommissioned boat leaves, since the retire
      * deletes its master record
           SELECT JOURNAL-FILE ASSIGN TO "maint.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
      * Transmission register the fleet run keeps - a balanced log
      * whose header identity is already on it was applied by an
      * earlier cycle and is not tonight's transmission
           SELECT REGISTER-FILE ASSIGN TO "transmit.reg"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-KEY
           FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "control.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Expected-versus-received report
           SELECT INTAKE-FILE ASSIGN TO "intake.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD LANDING-FILE.
       01 LANDING-REC.
           05 PIC X(80).
       FD CMD.
       01 CMD-FILE.
           05 PIC X(80).
       FD HOLD-FILE.
       01 HOLD-REC.
           05 PIC X(120).
       FD JOURNAL-FILE.
       01 JOURNAL-REC.
           05 PIC X(300).
       FD CYCLE-FILE.
       01 CYCLE-REC.
           05 PIC X(20).
      * Same layout as the fleet run maintains - read-only here
       FD REGISTER-FILE.
       01 REGISTER-REC.
           05 REG-KEY.
               10 REG-SUB PIC X(80).
               10 REG-HDR-TIME PIC X(20).
               10 REG-HDR-CYCLE PIC X(20).
           05 REG-APPLIED-CYCLE PIC 9(6).
           05 REG-APPLIED-DATE PIC 9(8).
           05 REG-APPLIED-TIME PIC 9(6).
           05 REG-TRL-RECS PIC 9(8).
           05 REG-TRL-SUM PIC 9(18).
           05 REG-TRL-FORWARD PIC 9(8).
           05 REG-TRL-UP PIC 9(8).
           05 REG-TRL-DOWN PIC 9(8).
       FD CONTROL-FILE.
       01 CONTROL-REC.
           05 PIC X(80).
       FD INTAKE-FILE.
       01 INTAKE-REC.
           05 PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-LANDING-STATUS PIC X(2).
       01 WS-CMD-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-REGISTER-READY PIC A(1) VALUE IS 'N'.
       01 WS-FILE-EOF PIC A(1).
       01 WS-INPUT-REC PIC X(300).
       01 WS-RUN-CYCLE PIC 9(6) VALUE IS 1.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8).
      * Set when cycle.txt is still flagged in-progress. A rerun of an
      * aborted cycle must take the same control list the aborted run
      * took, so intake then reports but leaves control.txt alone.
       01 WS-CYCLE-INCOMPLETE PIC A(1) VALUE IS 'N'.
      * Active roster from the fleet master, then any unrostered
      * arrivals from the landing list, each with its intake verdict
       01 WS-BOAT-TABLE.
           05 WS-BOAT-ENTRY OCCURS 200 TIMES.
               10 WS-BOAT-NAME PIC X(80).
               10 WS-BOAT-ROSTERED PIC A(1).
               10 WS-BOAT-STATUS PIC X(10).
               10 WS-BOAT-FIELD PIC X(12).
               10 WS-BOAT-RECS PIC 9(8).
               10 WS-BOAT-HDR-TIME PIC X(20).
               10 WS-BOAT-APPLIED-CYCLE PIC 9(6).
       01 WS-BOAT-USED PIC 9(3) VALUE IS 0.
       01 WS-BOAT-IDX PIC 9(3).
       01 WS-BOAT-FOUND PIC 9(3).
       01 WS-BOAT-TABLE-FULL PIC A(1) VALUE IS 'N'.
       01 WS-NEW-NAME PIC X(80).
      * Boats held out by the digest, and boats retired through master
      * maintenance - a retired name that has since been re-added is
      * back on the master and so back on the roster
       01 WS-HOLD-TABLE.
           05 WS-HOLD-NAME PIC X(80) OCCURS 100 TIMES.
       01 WS-HOLD-USED PIC 9(3) VALUE IS 0.
       01 WS-HOLD-IDX PIC 9(3).
       01 WS-SUB-HELD PIC A(1).
       01 WS-RETIRED-TABLE.
           05 WS-RETIRED-NAME PIC X(80) OCCURS 200 TIMES.
       01 WS-RETIRED-USED PIC 9(3) VALUE IS 0.
       01 WS-RETIRED-IDX PIC 9(3).
       01 WS-SUB-RETIRED PIC A(1).
      * KEY=value token handling over the journal lines
       01 WS-TOKENS.
           05 WS-TOK PIC X(100) OCCURS 20 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TOK-KEY PIC X(30).
       01 WS-TOK-VALUE PIC X(80).
       01 WS-JNL-ACTION PIC X(10).
       01 WS-JNL-SUB PIC X(80).
       01 WS-JNL-RESULT PIC X(10).
      * Envelope proof - the same header/trailer balancing and
      * register lookup the fleet run's verify pass performs, so a
      * log intake passes is a log the fleet run will take
       01 WS-CMD-FILENAME PIC X(80).
       01 WS-CMD PIC X(80).
       01 WS-CMD-NAME PIC X(8).
       01 WS-SEQ-NUM PIC 9(8).
       01 WS-TIMESTAMP PIC 9(14).
       01 WS-VFY-EOF PIC A(1).
       01 WS-HDR-PRESENT PIC A(1).
       01 WS-TRL-PRESENT PIC A(1).
       01 WS-LOG-BALANCED PIC A(1).
       01 WS-LOG-DUPLICATE PIC A(1).
       01 WS-HDR-SUB PIC X(80).
       01 WS-HDR-TIME PIC X(20).
       01 WS-HDR-CYCLE PIC X(20).
       01 WS-TRL-TOK-1 PIC X(20).
       01 WS-TRL-TOK-2 PIC X(20).
       01 WS-TRL-TOK-3 PIC X(20).
       01 WS-TRL-TOK-4 PIC X(20).
       01 WS-TRL-TOK-5 PIC X(20).
       01 WS-TRL-RECS PIC 9(8).
       01 WS-TRL-SUM PIC 9(18).
       01 WS-TRL-FORWARD PIC 9(8).
       01 WS-TRL-UP PIC 9(8).
       01 WS-TRL-DOWN PIC 9(8).
       01 WS-VFY-RECS PIC 9(8).
       01 WS-VFY-SUM PIC 9(18).
       01 WS-VFY-FORWARD PIC 9(8).
       01 WS-VFY-UP PIC 9(8).
       01 WS-VFY-DOWN PIC 9(8).
       01 WS-VFY-VALUE PIC 9(20).
      * First quantity found out of balance - the one the report names
       01 WS-BAL-FIELD PIC X(12).
      * Report line kind - EXPECTED or UNEXPECTED
       01 WS-LINE-KIND PIC X(12).
      * Intake control totals
       01 WS-EXPECTED-COUNT PIC 9(4) VALUE IS 0.
       01 WS-RECEIVED-COUNT PIC 9(4) VALUE IS 0.
       01 WS-MISSING-COUNT PIC 9(4) VALUE IS 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE IS 0.
       01 WS-DUPLICATE-COUNT PIC 9(4) VALUE IS 0.
       01 WS-HELD-COUNT PIC 9(4) VALUE IS 0.
       01 WS-RETIRED-COUNT PIC 9(4) VALUE IS 0.
       01 WS-NEW-COUNT PIC 9(4) VALUE IS 0.
       01 WS-CONTROL-COUNT PIC 9(4) VALUE IS 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-RUN-CYCLE.
           PERFORM LOAD-HOLDS.
           PERFORM LOAD-RETIRED.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-LANDING-LIST.
           PERFORM OPEN-REGISTER.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
               PERFORM CHECK-BOAT
           END-PERFORM.
           IF WS-REGISTER-READY = 'Y' THEN
               CLOSE REGISTER-FILE
           END-IF.
           PERFORM WRITE-CONTROL.
           PERFORM WRITE-INTAKE-REPORT.
           DISPLAY "Intake for cycle " WS-RUN-CYCLE ": expected "
               WS-EXPECTED-COUNT " received " WS-RECEIVED-COUNT
               " missing " WS-MISSING-COUNT " rejected "
               WS-REJECTED-COUNT " duplicate " WS-DUPLICATE-COUNT
               " held " WS-HELD-COUNT.
           STOP RUN.

      * The cycle the logs are taken for: the one after a completed
      * cycle, or the aborted one itself while it is still flagged
      * in-progress. A cycle reopened by the backout program carries
      * a B beside its flag - nothing of it stands, so its control
      * list may be built afresh like a new cycle's.
       LOAD-RUN-CYCLE.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00" THEN
               READ CYCLE-FILE INTO CYCLE-REC
                   NOT AT END
                       IF CYCLE-REC (1:6) IS NUMERIC THEN
                           MOVE CYCLE-REC (1:6) TO WS-RUN-CYCLE
                           IF CYCLE-REC (8:1) = "I" THEN
                               IF CYCLE-REC (10:1) NOT = "B" THEN
                                   MOVE 'Y' TO WS-CYCLE-INCOMPLETE
                               END-IF
                           ELSE
                               ADD 1 TO WS-RUN-CYCLE
                           END-IF
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

      * The boat name is the first token on the hold line, as the
      * fleet run reads it.
       LOAD-HOLDS.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ HOLD-FILE INTO HOLD-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF HOLD-REC NOT = SPACES AND
                          WS-HOLD-USED < 100 THEN
                           ADD 1 TO WS-HOLD-USED
                           UNSTRING HOLD-REC DELIMITED BY SPACES
                               INTO WS-HOLD-NAME (WS-HOLD-USED)
                           END-UNSTRING
                       END-IF
               END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

      * Every boat an applied retire transaction took off the master.
      * Only the verdict lines are read - the BEFORE/AFTER image lines
      * carry no ACTION= token.
       LOAD-RETIRED.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ JOURNAL-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-INPUT-REC (1:6) = "MAINT " THEN
                           PERFORM NOTE-RETIRE-LINE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       NOTE-RETIRE-LINE.
           MOVE SPACES TO WS-JNL-ACTION, WS-JNL-SUB, WS-JNL-RESULT.
           PERFORM SPLIT-TOKENS.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 20
               IF WS-TOK (WS-TOK-IDX) NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   EVALUATE WS-TOK-KEY
                       WHEN "ACTION"
                           MOVE WS-TOK-VALUE TO WS-JNL-ACTION
                       WHEN "SUB"
                           MOVE WS-TOK-VALUE TO WS-JNL-SUB
                       WHEN "RESULT"
                           MOVE WS-TOK-VALUE TO WS-JNL-RESULT
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-JNL-ACTION = "retire" AND
              WS-JNL-RESULT = "APPLIED" AND
              WS-RETIRED-USED < 200 THEN
               ADD 1 TO WS-RETIRED-USED
               MOVE WS-JNL-SUB TO WS-RETIRED-NAME (WS-RETIRED-USED)
           END-IF.

      * Every boat on the master is expected to transmit tonight.
       LOAD-ROSTER.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       MOVE MST-SUB-NAME TO WS-NEW-NAME
                       PERFORM ADD-BOAT
                       IF WS-BOAT-FOUND > 0 THEN
                           MOVE 'Y' TO WS-BOAT-ROSTERED (WS-BOAT-FOUND)
                           ADD 1 TO WS-EXPECTED-COUNT
                       END-IF
               END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           ELSE
               DISPLAY "Fleet master not available - status "
                   WS-MASTER-STATUS
                   " - no roster, landing list only"
           END-IF.

      * Logs on the arrival list that the roster has not already
      * accounted for - a new boat on its first night, a retired boat
      * still transmitting, or a mistyped name on the sending side.
       LOAD-LANDING-LIST.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT LANDING-FILE.
           IF WS-LANDING-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ LANDING-FILE INTO LANDING-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF LANDING-REC NOT = SPACES THEN
                           MOVE SPACES TO WS-NEW-NAME
                           UNSTRING LANDING-REC DELIMITED BY SPACES
                               INTO WS-NEW-NAME
                           END-UNSTRING
                           PERFORM ADD-BOAT
                       END-IF
               END-READ
               END-PERFORM
               CLOSE LANDING-FILE
           END-IF.

      * The register is only read here. None on file yet means no
      * log has ever been applied, so nothing can be a duplicate;
      * one that will not open is said once and the logs are taken
      * on their envelopes alone, as the fleet run would take them.
       OPEN-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00" THEN
               MOVE 'Y' TO WS-REGISTER-READY
           ELSE
               IF WS-REGISTER-STATUS NOT = "35" THEN
                   DISPLAY "Transmission register not available - "
                       "status " WS-REGISTER-STATUS
                       " - logs not checked for duplicates"
               END-IF
           END-IF.

      * Adds WS-NEW-NAME to the boat table unless it is already there,
      * leaving WS-BOAT-FOUND on its slot - zero when the table is
      * full, which is said once on the console and on the report.
       ADD-BOAT.
           MOVE 0 TO WS-BOAT-FOUND.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
               IF WS-BOAT-NAME (WS-BOAT-IDX) = WS-NEW-NAME THEN
                   MOVE WS-BOAT-IDX TO WS-BOAT-FOUND
               END-IF
           END-PERFORM.
           IF WS-BOAT-FOUND = 0 THEN
               IF WS-BOAT-USED < 200 THEN
                   ADD 1 TO WS-BOAT-USED
                   MOVE WS-BOAT-USED TO WS-BOAT-FOUND
                   MOVE WS-NEW-NAME TO WS-BOAT-NAME (WS-BOAT-USED)
                   MOVE 'N' TO WS-BOAT-ROSTERED (WS-BOAT-USED)
                   MOVE SPACES TO WS-BOAT-STATUS (WS-BOAT-USED),
                       WS-BOAT-FIELD (WS-BOAT-USED),
                       WS-BOAT-HDR-TIME (WS-BOAT-USED)
                   MOVE 0 TO WS-BOAT-RECS (WS-BOAT-USED),
                       WS-BOAT-APPLIED-CYCLE (WS-BOAT-USED)
               ELSE
                   IF WS-BOAT-TABLE-FULL = 'N' THEN
                       MOVE 'Y' TO WS-BOAT-TABLE-FULL
                       DISPLAY "Boat table full at 200 - further "
                           "boats are not taken in"
                   END-IF
               END-IF
           END-IF.

      * One boat's verdict. A held boat is not looked at at all; an
      * unrostered boat retired through maintenance is turned away;
      * everything else is proved from its log.
       CHECK-BOAT.
           MOVE 'N' TO WS-SUB-HELD, WS-SUB-RETIRED.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-USED
               IF WS-HOLD-NAME (WS-HOLD-IDX) =
                  WS-BOAT-NAME (WS-BOAT-IDX) THEN
                   MOVE 'Y' TO WS-SUB-HELD
               END-IF
           END-PERFORM.
           IF WS-BOAT-ROSTERED (WS-BOAT-IDX) = 'N' THEN
               PERFORM VARYING WS-RETIRED-IDX FROM 1 BY 1
                       UNTIL WS-RETIRED-IDX > WS-RETIRED-USED
                   IF WS-RETIRED-NAME (WS-RETIRED-IDX) =
                      WS-BOAT-NAME (WS-BOAT-IDX) THEN
                       MOVE 'Y' TO WS-SUB-RETIRED
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-SUB-RETIRED = 'Y'
                   MOVE "RETIRED" TO WS-BOAT-STATUS (WS-BOAT-IDX)
                   ADD 1 TO WS-RETIRED-COUNT
               WHEN WS-SUB-HELD = 'Y'
                   MOVE "HELD" TO WS-BOAT-STATUS (WS-BOAT-IDX)
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   PERFORM VERIFY-LOG
           END-EVALUATE.

      * Proves the boat's log whole, the way the fleet run's
      * VERIFY-TRANSMISSION does: a header on the first record opens
      * the envelope, every record after it is tallied, and the
      * trailer totals must match what was read. A log with no
      * header is a legacy transmission and is taken as it stands.
      * A balanced log whose header is on the register is a
      * duplicate - a retransmission, or an old file left in the
      * landing area - and the boat has sent nothing new tonight.
       VERIFY-LOG.
           MOVE WS-BOAT-NAME (WS-BOAT-IDX) TO WS-CMD-FILENAME.
           MOVE 'Y' TO WS-LOG-BALANCED.
           MOVE 'N' TO WS-LOG-DUPLICATE.
           MOVE 'N' TO WS-HDR-PRESENT, WS-TRL-PRESENT, WS-VFY-EOF.
           MOVE SPACES TO WS-BAL-FIELD, WS-HDR-SUB, WS-HDR-TIME,
               WS-HDR-CYCLE.
           MOVE 0 TO WS-VFY-RECS, WS-VFY-SUM, WS-VFY-FORWARD,
                     WS-VFY-UP, WS-VFY-DOWN.
           OPEN INPUT CMD.
           IF WS-CMD-STATUS NOT = "00" THEN
               MOVE "MISSING" TO WS-BOAT-STATUS (WS-BOAT-IDX)
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               READ CMD INTO WS-CMD
                   AT END MOVE 'Y' TO WS-VFY-EOF
                   NOT AT END
                       IF WS-CMD (1:4) = "HDR " THEN
                           MOVE 'Y' TO WS-HDR-PRESENT
                           UNSTRING WS-CMD DELIMITED BY SPACES
                               INTO WS-CMD-NAME, WS-HDR-SUB,
                                   WS-HDR-TIME, WS-HDR-CYCLE
                           END-UNSTRING
                       ELSE
                           PERFORM TALLY-TRANSMITTED-RECORD
                       END-IF
               END-READ
               PERFORM UNTIL WS-VFY-EOF = 'Y'
               READ CMD INTO WS-CMD
                   AT END MOVE 'Y' TO WS-VFY-EOF
                   NOT AT END
                       IF WS-CMD (1:4) = "TRL " THEN
                           PERFORM PARSE-TRAILER
                       ELSE
                           PERFORM TALLY-TRANSMITTED-RECORD
                       END-IF
               END-READ
               END-PERFORM
               CLOSE CMD
               IF WS-HDR-PRESENT = 'Y' THEN
                   PERFORM BALANCE-TRANSMISSION
               END-IF
               IF WS-HDR-PRESENT = 'Y' AND WS-LOG-BALANCED = 'Y' AND
                  WS-REGISTER-READY = 'Y' THEN
                   PERFORM CHECK-REGISTER
               END-IF
               MOVE WS-VFY-RECS TO WS-BOAT-RECS (WS-BOAT-IDX)
               IF WS-HDR-PRESENT = 'Y' THEN
                   MOVE WS-HDR-TIME TO WS-BOAT-HDR-TIME (WS-BOAT-IDX)
               ELSE
                   MOVE "NONE" TO WS-BOAT-HDR-TIME (WS-BOAT-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN WS-LOG-BALANCED = 'N'
                       MOVE "REJECTED" TO WS-BOAT-STATUS (WS-BOAT-IDX)
                       MOVE WS-BAL-FIELD TO WS-BOAT-FIELD (WS-BOAT-IDX)
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN WS-LOG-DUPLICATE = 'Y'
                       MOVE "DUPLICATE" TO WS-BOAT-STATUS (WS-BOAT-IDX)
                       MOVE REG-APPLIED-CYCLE
                           TO WS-BOAT-APPLIED-CYCLE (WS-BOAT-IDX)
                       ADD 1 TO WS-DUPLICATE-COUNT
                   WHEN WS-BOAT-ROSTERED (WS-BOAT-IDX) = 'Y'
                       MOVE "RECEIVED" TO WS-BOAT-STATUS (WS-BOAT-IDX)
                       ADD 1 TO WS-RECEIVED-COUNT
                   WHEN OTHER
                       MOVE "NEW" TO WS-BOAT-STATUS (WS-BOAT-IDX)
                       ADD 1 TO WS-NEW-COUNT
               END-EVALUATE
           END-IF.

      * The fleet run's CHECK-REGISTER lookup: the boat and the
      * header's transmission time and sending cycle. Found under
      * the cycle intake is taking logs for, it is the entry an
      * aborted attempt at this same cycle made, and the rerun takes
      * the log again; found under any other cycle, it was applied
      * before.
       CHECK-REGISTER.
           MOVE WS-CMD-FILENAME TO REG-SUB.
           MOVE WS-HDR-TIME TO REG-HDR-TIME.
           MOVE WS-HDR-CYCLE TO REG-HDR-CYCLE.
           READ REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-APPLIED-CYCLE NOT = WS-RUN-CYCLE THEN
                       MOVE 'Y' TO WS-LOG-DUPLICATE
                   END-IF
           END-READ.

       PARSE-TRAILER.
           MOVE 'Y' TO WS-TRL-PRESENT.
           MOVE SPACES TO WS-TRL-TOK-1, WS-TRL-TOK-2, WS-TRL-TOK-3,
               WS-TRL-TOK-4, WS-TRL-TOK-5.
           UNSTRING WS-CMD DELIMITED BY SPACES
               INTO WS-CMD-NAME, WS-TRL-TOK-1, WS-TRL-TOK-2,
                   WS-TRL-TOK-3, WS-TRL-TOK-4, WS-TRL-TOK-5
           END-UNSTRING.
           IF WS-TRL-TOK-1 = SPACES OR WS-TRL-TOK-2 = SPACES OR
              WS-TRL-TOK-3 = SPACES OR WS-TRL-TOK-4 = SPACES OR
              WS-TRL-TOK-5 = SPACES THEN
               MOVE 0 TO WS-TRL-RECS, WS-TRL-SUM, WS-TRL-FORWARD,
                         WS-TRL-UP, WS-TRL-DOWN
               MOVE 99999999 TO WS-TRL-RECS
           ELSE
               UNSTRING WS-CMD DELIMITED BY SPACES
                   INTO WS-CMD-NAME, WS-TRL-RECS, WS-TRL-SUM,
                       WS-TRL-FORWARD, WS-TRL-UP, WS-TRL-DOWN
               END-UNSTRING
           END-IF.

       TALLY-TRANSMITTED-RECORD.
           ADD 1 TO WS-VFY-RECS.
           MOVE SPACES TO WS-CMD-NAME.
           MOVE 0 TO WS-VFY-VALUE.
           UNSTRING WS-CMD DELIMITED BY SPACES
               INTO WS-SEQ-NUM, WS-TIMESTAMP,
                   WS-CMD-NAME, WS-VFY-VALUE
           END-UNSTRING.
           IF WS-CMD-NAME = "forward" OR
              WS-CMD-NAME = "up" OR
              WS-CMD-NAME = "down" THEN
               ADD WS-VFY-VALUE TO WS-VFY-SUM
                   ON SIZE ERROR
                       MOVE 999999999999999999 TO WS-VFY-SUM
               END-ADD
               EVALUATE WS-CMD-NAME
                   WHEN "forward" ADD 1 TO WS-VFY-FORWARD
                   WHEN "up" ADD 1 TO WS-VFY-UP
                   WHEN "down" ADD 1 TO WS-VFY-DOWN
               END-EVALUATE
           END-IF.

      * Same checks in the same order as the fleet run; the first
      * quantity out of balance is the one the report names.
       BALANCE-TRANSMISSION.
           IF WS-HDR-SUB NOT = WS-CMD-FILENAME THEN
               MOVE "BOAT-ID" TO WS-BAL-FIELD
           ELSE
               IF WS-TRL-PRESENT = 'N' THEN
                   MOVE "TRAILER" TO WS-BAL-FIELD
               ELSE
                   EVALUATE TRUE
                       WHEN WS-TRL-RECS NOT = WS-VFY-RECS
                           MOVE "RECORD-COUNT" TO WS-BAL-FIELD
                       WHEN WS-TRL-SUM NOT = WS-VFY-SUM
                           MOVE "VALUE-SUM" TO WS-BAL-FIELD
                       WHEN WS-TRL-FORWARD NOT = WS-VFY-FORWARD
                           MOVE "FORWARD-CMDS" TO WS-BAL-FIELD
                       WHEN WS-TRL-UP NOT = WS-VFY-UP
                           MOVE "UP-CMDS" TO WS-BAL-FIELD
                       WHEN WS-TRL-DOWN NOT = WS-VFY-DOWN
                           MOVE "DOWN-CMDS" TO WS-BAL-FIELD
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-BAL-FIELD NOT = SPACES THEN
               MOVE 'N' TO WS-LOG-BALANCED
           END-IF.

      * control.txt takes every log that arrived and proved, rostered
      * boats first in master key order, then new boats in arrival
      * order. While a cycle is still open its control list belongs
      * to the rerun that must finish it, so it is left as it is.
       WRITE-CONTROL.
           IF WS-CYCLE-INCOMPLETE = 'Y' THEN
               DISPLAY "Cycle " WS-RUN-CYCLE " is still in progress "
                   "- control.txt left for its rerun, report only"
           ELSE
               OPEN OUTPUT CONTROL-FILE
               PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                       UNTIL WS-BOAT-IDX > WS-BOAT-USED
                   IF WS-BOAT-STATUS (WS-BOAT-IDX) = "RECEIVED" OR
                      WS-BOAT-STATUS (WS-BOAT-IDX) = "NEW" THEN
                       MOVE WS-BOAT-NAME (WS-BOAT-IDX) TO CONTROL-REC
                       WRITE CONTROL-REC
                       ADD 1 TO WS-CONTROL-COUNT
                   END-IF
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

      * One line per boat - EXPECTED for the master roster,
      * UNEXPECTED for arrivals the roster does not carry - then the
      * intake totals. MISSING, REJECTED and DUPLICATE lines are the
      * chase list - the digest triages them, since the fleet run
      * never sees a boat left off control.txt.
       WRITE-INTAKE-REPORT.
           OPEN OUTPUT INTAKE-FILE.
           MOVE SPACES TO INTAKE-REC.
           IF WS-CYCLE-INCOMPLETE = 'Y' THEN
               STRING "INTAKE CYCLE=" WS-RUN-CYCLE
                   " DATE=" WS-RUN-DATE
                   " TIME=" WS-RUN-TIME (1:6)
                   " CONTROL=KEPT"
                   DELIMITED BY SIZE INTO INTAKE-REC
               END-STRING
           ELSE
               STRING "INTAKE CYCLE=" WS-RUN-CYCLE
                   " DATE=" WS-RUN-DATE
                   " TIME=" WS-RUN-TIME (1:6)
                   " CONTROL=WRITTEN"
                   DELIMITED BY SIZE INTO INTAKE-REC
               END-STRING
           END-IF.
           WRITE INTAKE-REC.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
               PERFORM WRITE-BOAT-LINE
           END-PERFORM.
           IF WS-BOAT-TABLE-FULL = 'Y' THEN
               MOVE SPACES TO INTAKE-REC
               STRING "TABLE-FULL boat capacity of 200 exceeded - "
                   "boats past it were not taken in"
                   DELIMITED BY SIZE INTO INTAKE-REC
               END-STRING
               WRITE INTAKE-REC
           END-IF.
           MOVE SPACES TO INTAKE-REC.
           STRING "SUMMARY EXPECTED=" WS-EXPECTED-COUNT
               " RECEIVED=" WS-RECEIVED-COUNT
               " MISSING=" WS-MISSING-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " DUPLICATE=" WS-DUPLICATE-COUNT
               " HELD=" WS-HELD-COUNT
               " RETIRED=" WS-RETIRED-COUNT
               " NEW=" WS-NEW-COUNT
               " CONTROL-ENTRIES=" WS-CONTROL-COUNT
               DELIMITED BY SIZE INTO INTAKE-REC
           END-STRING.
           WRITE INTAKE-REC.
           CLOSE INTAKE-FILE.

       WRITE-BOAT-LINE.
           IF WS-BOAT-ROSTERED (WS-BOAT-IDX) = 'Y' THEN
               MOVE "EXPECTED" TO WS-LINE-KIND
           ELSE
               MOVE "UNEXPECTED" TO WS-LINE-KIND
           END-IF.
           MOVE SPACES TO INTAKE-REC.
           EVALUATE WS-BOAT-STATUS (WS-BOAT-IDX)
               WHEN "RECEIVED"
               WHEN "NEW"
                   STRING WS-LINE-KIND DELIMITED BY SPACE
                       " SUB=" DELIMITED BY SIZE
                       WS-BOAT-NAME (WS-BOAT-IDX) DELIMITED BY SPACE
                       " STATUS=" DELIMITED BY SIZE
                       WS-BOAT-STATUS (WS-BOAT-IDX) DELIMITED BY SPACE
                       " RECS=" WS-BOAT-RECS (WS-BOAT-IDX)
                       " HDR-TIME=" DELIMITED BY SIZE
                       WS-BOAT-HDR-TIME (WS-BOAT-IDX) DELIMITED BY SPACE
                       INTO INTAKE-REC
                   END-STRING
               WHEN "REJECTED"
                   STRING WS-LINE-KIND DELIMITED BY SPACE
                       " SUB=" DELIMITED BY SIZE
                       WS-BOAT-NAME (WS-BOAT-IDX) DELIMITED BY SPACE
                       " STATUS=REJECTED FIELD=" DELIMITED BY SIZE
                       WS-BOAT-FIELD (WS-BOAT-IDX) DELIMITED BY SPACE
                       " RECS=" WS-BOAT-RECS (WS-BOAT-IDX)
                       DELIMITED BY SIZE INTO INTAKE-REC
                   END-STRING
               WHEN "DUPLICATE"
                   STRING WS-LINE-KIND DELIMITED BY SPACE
                       " SUB=" DELIMITED BY SIZE
                       WS-BOAT-NAME (WS-BOAT-IDX) DELIMITED BY SPACE
                       " STATUS=DUPLICATE HDR-TIME=" DELIMITED BY SIZE
                       WS-BOAT-HDR-TIME (WS-BOAT-IDX) DELIMITED BY SPACE
                       " APPLIED-CYCLE="
                       WS-BOAT-APPLIED-CYCLE (WS-BOAT-IDX)
                       DELIMITED BY SIZE INTO INTAKE-REC
                   END-STRING
               WHEN OTHER
                   STRING WS-LINE-KIND DELIMITED BY SPACE
                       " SUB=" DELIMITED BY SIZE
                       WS-BOAT-NAME (WS-BOAT-IDX) DELIMITED BY SPACE
                       " STATUS=" DELIMITED BY SIZE
                       WS-BOAT-STATUS (WS-BOAT-IDX) DELIMITED BY SPACE
                       INTO INTAKE-REC
                   END-STRING
           END-EVALUATE.
           WRITE INTAKE-REC.

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
