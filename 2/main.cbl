      * Operating limits - one line per submarine name as listed in
      * CONTROL-FILE, carrying the boat's rated crush depth, maximum
      * position advance per run and maximum aim magnitude. A boat
      * with no limits record is run unchecked, as before. A line
      * may carry FROM= and TO= effective timestamps, so a boat can
      * have one line per chart version.
           SELECT LIMITS-FILE ASSIGN TO "limits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.
           FILE STATUS IS WS-ENVELOPE-STATUS.
      * Charted restricted zones - one line per zone: name, depth
      * range, position range, and optionally a time-of-day window
      * (HHMMSS to HHMMSS) during which the closure applies, and
      * optionally FROM= and TO= effective timestamps for the chart
      * version. Every per-command state the run computes is checked
      * against the zones in force at the command's timestamp.
      * No zones file, no zone checking, as the fleet ran before.
           SELECT ZONES-FILE ASSIGN TO "zones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
      * sequence number - each line carries the repaired command name
      * and value to apply at that sequence position on the next
      * reprocessing pass, so a bad record is repaired through the
      * audit trail instead of by editing the raw command log. Each
      * line is released by maintenance only once approved, and
      * carries MAKER= and CHECKER= for the two operators - a line
      * without a proper pair is refused as not approved.
           SELECT CORRECTIONS-FILE ASSIGN TO "corrections.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRECTIONS-STATUS.
      * Operator authority - who may key and who may approve each
      * kind of change; a correction's maker must hold KEY and its
      * checker APPROVE for kind correct
           SELECT AUTHORITY-FILE ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTHORITY-STATUS.
      * Recycle report - corrections applied and rejected this run,
      * plus every exception still outstanding with its age in run
      * cycles and a supervisor-review flag once it has aged past the
           SELECT RATES-FILE ASSIGN TO "rates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATES-STATUS.
      * Fuel ledger - a stock ledger per submarine (opening balance,
      * resupplies, consumption by command type, closing balance and
      * projected endurance) plus fleet totals, one production-run
      * snapshot per run
           SELECT FUEL-FILE ASSIGN TO DYNAMIC WS-FUEL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
      * Run history - one dated record per submarine appended every
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
      * The cumulative history, read once before the run appends to
      * it - each boat's recent burns give the trailing average its
      * endurance is projected from. Always the consolidated file: a
      * stream's own history holds only its current run.
           SELECT BURN-HISTORY-FILE ASSIGN TO "history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BURN-HISTORY-STATUS.
      * Present only for a partitioned run: one line, this job's
      * stream number. The run then reads control.NN.txt, writes
      * stream-suffixed outputs, and leaves cycle completion to the
      * every boat from zero.
           SELECT MASTER-FILE ASSIGN TO "fleet.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-SUB-NAME
           FILE STATUS IS WS-MASTER-STATUS.
      * Transmission register - one record per balanced log ever
      * applied to the master, keyed by the boat and the identity its
      * header carried (transmission date-time and sending cycle), so
      * a log that lands a second time is caught before any of it is
      * applied again. Shared by every stream like the fleet master.
           SELECT REGISTER-FILE ASSIGN TO "transmit.reg"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REG-KEY
           FILE STATUS IS WS-REGISTER-STATUS.
      * Pre-cycle image - the whole fleet master as it stood before
      * the cycle now running touched it, taken each time a cycle is
      * opened: a header naming the cycle and when, every master
      * record in key order, and a trailer with the record count. The
      * backout program restores the master from it, and the master
      * proof rolls it forward to prove the closing master.
           SELECT IMAGE-FILE ASSIGN TO "fleet.pre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMAGE-STATUS.
      * The consolidated exceptions file as it stood at the same
      * moment - a backed-out cycle's rerun preloads this, not the
      * bad run's exceptions
           SELECT EXC-IMAGE-FILE ASSIGN TO "exceptions.pre"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 PREV-EXCEPTIONS-REC.
           05 PIC X(300).
      * One line per correction: submarine name, sequence number,
      * repaired command name, repaired value, then MAKER= and
      * CHECKER=
       FD CORRECTIONS-FILE.
       01 CORRECTIONS-REC.
           05 PIC X(160).
      * One line per operator and role: operator, KEY or APPROVE,
      * then the kinds of change the role covers
       FD AUTHORITY-FILE.
       01 AUTHORITY-REC.
           05 PIC X(200).
      * Corrections applied/rejected and exceptions outstanding
       FD RECYCLE-FILE.
       01 RECYCLE-REC.
       FD HISTORY-FILE.
       01 HISTORY-REC.
           05 PIC X(400).
       FD BURN-HISTORY-FILE.
       01 BURN-HISTORY-REC.
           05 PIC X(400).
      * One line per held boat: name, worst severity
       FD HOLD-FILE.
       01 HOLD-REC.
       FD CONTINUITY-FILE.
       01 CONTINUITY-REC.
           05 PIC X(300).
      * One line per submarine per chart version: name, max depth,
      * max position advance per run, max aim magnitude
       FD LIMITS-FILE.
       01 LIMITS-REC.
           05 PIC X(160).
      * One record per limit violation, naming the submarine, the
      * offending command's sequence number and timestamp, the limit,
      * the value reached and the chart version judged against
       FD ENVELOPE-FILE.
       01 ENVELOPE-REC.
           05 PIC X(300).
      * One line per zone per chart version: name, depth range,
      * position range, optional time-of-day window
       FD ZONES-FILE.
       01 ZONES-REC.
           05 PIC X(160).
           05 MST-RUN-UP PIC 9(8).
           05 MST-RUN-DOWN PIC 9(8).
           05 MST-RUN-TOTAL PIC 9(8).
      * Fuel carried on board from cycle to cycle - 'Y' once the boat
      * has been stocked (by the limits.txt start fuel or a refuel),
      * the quantity on hand, and the refuels and defuels maint has
      * made since the boat's last applied run
           05 MST-FUEL-STOCKED PIC A(1).
           05 MST-FUEL-ON-HAND PIC 9(8).
           05 MST-FUEL-RECEIVED PIC 9(8).
           05 MST-FUEL-REMOVED PIC 9(8).
      * One applied transmission - the header identity as the key,
      * the run cycle and date-time it was applied in, and the
      * trailer totals it balanced to
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
      * IMAGE CYCLE= DATE= TIME= header, then "MST " and each 209-byte
      * master record, then IMAGE-END CYCLE= RECORDS=
       FD IMAGE-FILE.
       01 IMAGE-REC.
           05 PIC X(240).
       FD EXC-IMAGE-FILE.
       01 EXC-IMAGE-REC.
           05 PIC X(300).

       WORKING-STORAGE SECTION.
      * Input file contents - each record is now
       01 WS-LIMIT-KIND PIC X(16).
       01 WS-LIMIT-VALUE PIC 9(8).
       01 WS-REACHED-VALUE PIC 9(8).
      * Every chart version of the current boat's limits, in
      * limits.txt order. Each command is judged against the first
      * version whose effective window holds its timestamp - that
      * version's effective-from is the chart version the envelope
      * record names - and WS-LIMIT-CUR points at it.
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 20 TIMES.
               10 WS-LV-FROM PIC 9(14).
               10 WS-LV-TO PIC 9(14).
               10 WS-LV-MAX-DEPTH PIC 9(8).
               10 WS-LV-MAX-ADVANCE PIC 9(6).
               10 WS-LV-MAX-AIM PIC 9(5).
               10 WS-LV-START-FUEL PIC 9(8).
               10 WS-LV-RESERVE PIC 9(8).
       01 WS-LIMIT-USED PIC 9(2) VALUE IS 0.
       01 WS-LIMIT-IDX PIC 9(2).
       01 WS-LIMIT-CUR PIC 9(2) VALUE IS 0.
      * Effective dating shared by limits and zone lines. The
      * optional FROM= and TO= tokens are lifted off the line before
      * its positional fields are parsed; either one left off leaves
      * the window open at that end. WS-CHART-AT is the moment being
      * judged - the command's timestamp, or the run's own clock in
      * WS-CHART-NOW when the command carries none.
       01 WS-CHART-LINE PIC X(160).
       01 WS-CHART-TOKENS.
           05 WS-CHART-TOK PIC X(80) OCCURS 10 TIMES.
       01 WS-CHART-TOK-IDX PIC 9(2).
       01 WS-CHART-PTR PIC 9(3).
       01 WS-CHART-KEY PIC X(30).
       01 WS-CHART-DELIM PIC X(1).
       01 WS-CHART-VALUE PIC X(30).
       01 WS-CHART-VALUE-LEN PIC 9(2).
       01 WS-CHART-STAMP PIC 9(14).
       01 WS-CHART-FROM PIC 9(14).
       01 WS-CHART-TO PIC 9(14).
       01 WS-CHART-DATES-OK PIC A(1).
       01 WS-CHART-CLOCK-DATE PIC 9(8).
       01 WS-CHART-CLOCK-TIME PIC X(8).
       01 WS-CHART-NOW PIC 9(14) VALUE IS 0.
       01 WS-CHART-AT PIC 9(14).
      * Simulation controls. WS-SIM-MODE gates every write a
      * production run makes - a simulation writes projection.txt and
      * nothing else, so a planning run can never contaminate the
               10 WS-ZONE-TIMED PIC A(1).
               10 WS-ZONE-TIME-START PIC 9(6).
               10 WS-ZONE-TIME-END PIC 9(6).
      * Effective window of this chart version of the zone; the
      * effective-from is the version the incursion record names
               10 WS-ZONE-FROM PIC 9(14).
               10 WS-ZONE-TO PIC 9(14).
      * Whether the current boat currently stands inside this zone -
      * reset per boat so only the entry is reported, not every
      * command spent inside the box
       01 WS-BAL-FIELD PIC X(12).
       01 WS-BAL-EXPECTED PIC X(20).
       01 WS-BAL-FOUND PIC X(20).
      * Transmission register controls. A balanced log whose header
      * identity is already on the register was applied by an earlier
      * cycle and is rejected whole as a DUPLICATE. An entry stamped
      * with the current cycle is this cycle's own aborted attempt at
      * the log, not a second transmission, and is let through - the
      * MST-LAST-CYCLE guard already keeps a boat that finished from
      * being applied twice. A legacy log with no header carries no
      * identity to register and runs as before.
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-REGISTER-READY PIC A(1) VALUE IS 'N'.
       01 WS-LOG-DUPLICATE PIC A(1) VALUE IS 'N'.
      * Pre-cycle image - taken whenever this run opens a cycle, a
      * backed-out cycle's rerun included
       01 WS-IMAGE-STATUS PIC X(2).
       01 WS-CYCLE-BACKED-OUT PIC A(1) VALUE IS 'N'.
       01 WS-IMAGE-EOF PIC A(1).
       01 WS-IMAGE-COUNT PIC 9(6).
      * Set when the boat's master record is already stamped with the
      * current run cycle - it completed before the abort this rerun
      * is recovering, and must not be applied to the master again
               10 WS-CORR-CMD PIC X(8).
               10 WS-CORR-VALUE PIC 9(20).
               10 WS-CORR-APPLIED PIC A(1).
               10 WS-CORR-MAKER PIC X(20).
               10 WS-CORR-CHECKER PIC X(20).
       01 WS-CORR-USED PIC 9(3) VALUE IS 0.
       01 WS-CORR-IDX PIC 9(3).
       01 WS-CORR-SUB-NAME PIC X(80).
       01 WS-CORR-SEQ-TOK PIC X(20).
       01 WS-CORR-CMD-TOK PIC X(20).
       01 WS-CORR-VALUE-TOK PIC X(20).
      * The two operators behind a correction, from its MAKER= and
      * CHECKER= tokens
       01 WS-CORR-MAKER-TOK PIC X(30).
       01 WS-CORR-CHECKER-TOK PIC X(30).
       01 WS-CORR-OP-KEY PIC X(10).
       01 WS-CORR-MAKER-NAME PIC X(20).
       01 WS-CORR-CHECKER-NAME PIC X(20).
       01 WS-CORR-APPROVED PIC A(1).
      * Operator authority, loaded once per run - one entry per
      * operator, role and kind of change
       01 WS-AUTHORITY-STATUS PIC X(2).
       01 WS-AUTHORITY-EOF PIC A(1) VALUE IS 'N'.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 200 TIMES.
               10 WS-AUTH-OPERATOR PIC X(20).
               10 WS-AUTH-ROLE PIC X(8).
               10 WS-AUTH-KIND PIC X(10).
       01 WS-AUTH-USED PIC 9(3) VALUE IS 0.
       01 WS-AUTH-IDX PIC 9(3).
       01 WS-AUTH-LINE-OP PIC X(20).
       01 WS-AUTH-LINE-ROLE PIC X(8).
       01 WS-AUTH-KINDS.
           05 WS-AUTH-LINE-KIND PIC X(10) OCCURS 8 TIMES.
       01 WS-AUTH-KIND-IDX PIC 9(2).
       01 WS-AUTH-FIND-OP PIC X(20).
       01 WS-AUTH-FIND-ROLE PIC X(8).
       01 WS-AUTHORIZED PIC A(1).
      * Correction tokens are keyed free-width by operations, so each
      * is staged right-justified by its own counted length and
      * zero-filled before the numeric test - "3" must validate and
      * table, so the TABLE-FULL rejections carry a console trace
       01 WS-CORR-TABLE-FULL PIC A(1) VALUE IS 'N'.
      * Fuel accounting. Burn rates come from rates.txt once per run;
      * each boat's reserve threshold rides on its limits line, and
      * its fuel on hand on its master record, carried from run to
      * run. The limits line's starting fuel is only the first fill
      * of a boat the master has never seen stocked. A boat with no
      * rates file, or neither stock on the master nor a starting-fuel
      * field, runs with fuel accounting off.
       01 WS-RATES-STATUS PIC X(2).
       01 WS-RATES-EOF PIC A(1).
       01 WS-RATES-LOADED PIC A(1) VALUE IS 'N'.
       01 WS-BURN-DOWN PIC 9(18).
       01 WS-BURN-TOTAL PIC 9(18).
       01 WS-LOW-FUEL-WARNED PIC A(1).
      * The boat's fuel fields as LOAD-MASTER found them, and the
      * stock ledger built from them: the balance the last applied
      * run closed on, the refuels and defuels keyed since, the stock
      * this run draws from, and what is left after its burn
       01 WS-MST-FUEL-STOCKED PIC A(1).
       01 WS-MST-FUEL-ON-HAND PIC 9(8).
       01 WS-MST-FUEL-RECEIVED PIC 9(8).
       01 WS-MST-FUEL-REMOVED PIC 9(8).
       01 WS-OPENING-FUEL PIC 9(8).
       01 WS-RESUPPLY-IN PIC 9(8).
       01 WS-RESUPPLY-OUT PIC 9(8).
       01 WS-FUEL-STOCK PIC 9(8).
       01 WS-CLOSING-FUEL PIC 9(8).
      * Trailing burn per boat from the cumulative history - the last
      * six tracked runs before this one, oldest first - and the
      * average and endurance projected from it with this run's burn,
      * one run a day. No burn to average projects no endurance (*).
       01 WS-BURN-HISTORY-STATUS PIC X(2).
       01 WS-BURN-HISTORY-EOF PIC A(1).
       01 WS-BH-TABLE.
           05 WS-BH-ENTRY OCCURS 200 TIMES.
               10 WS-BH-NAME PIC X(80).
               10 WS-BH-COUNT PIC 9(1).
               10 WS-BH-BURN PIC 9(18) OCCURS 6 TIMES.
       01 WS-BH-USED PIC 9(3) VALUE IS 0.
       01 WS-BH-IDX PIC 9(3).
       01 WS-BH-FOUND PIC 9(3).
       01 WS-BH-RUN PIC 9(1).
       01 WS-BH-HEAD PIC X(400).
       01 WS-BH-REST PIC X(400).
       01 WS-BH-SUB PIC X(80).
       01 WS-BH-NAME-FIND PIC X(80).
       01 WS-BH-CYCLE-TOK PIC X(6).
       01 WS-BH-BURN-TOK PIC X(18).
       01 WS-BH-BURN-VALUE PIC 9(18).
       01 WS-BURN-SUM PIC 9(18).
       01 WS-BURN-RUNS PIC 9(1).
       01 WS-AVG-BURN PIC 9(18).
       01 WS-ENDURANCE-DAYS PIC 9(6).
       01 WS-ENDURANCE-TEXT PIC X(6).
      * Fleet-wide consumption, for the ledger's fleet line and the
      * fleet summary record
       01 WS-FLEET-BURN-FORWARD PIC 9(18) VALUE IS 0.
      * Run date and time stamped once at the top of a production run
      * and carried on every history record it appends
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-HIST-PTR PIC 9(3).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-EXCEPTION-COUNT PIC 9(8).
           MOVE 'N' TO WS-MASTER-SEEDED.
           PERFORM LOAD-MASTER.
           PERFORM LOAD-LIMITS.
           PERFORM OPEN-FUEL-STOCK.
           MOVE WS-POSITION TO WS-START-POSITION.
           PERFORM READ-FILE.
           COMPUTE WS-BURN-TOTAL = WS-BURN-FORWARD + WS-BURN-UP
           PERFORM LOAD-RATES.
           PERFORM LOAD-ZONES.
           PERFORM LOAD-HOLDS.
           PERFORM LOAD-AUTHORITY.
           PERFORM OPEN-MASTER.
           PERFORM OPEN-REGISTER.
           OPEN OUTPUT FUEL-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-BURN-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00" THEN
               OPEN OUTPUT HISTORY-FILE
               CLOSE TRAJ-INDEX-FILE
           END-IF.
           CLOSE MASTER-FILE.
           IF WS-REGISTER-READY = 'Y' THEN
               CLOSE REGISTER-FILE
           END-IF.
      * A stream leaves its own completion flag and the cycle open -
      * only the consolidation step, having proved every stream's
      * flag, marks the cycle complete.
               MOVE 'Y' TO WS-MASTER-READY
           END-IF.

      * Opens the transmission register for shared read/update the
      * same way as the master, creating it empty on first sight. A
      * register that will not open costs only the duplicate check -
      * the run goes on and says so once.
       OPEN-REGISTER.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35" THEN
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS = "00" THEN
               MOVE 'Y' TO WS-REGISTER-READY
           ELSE
               DISPLAY "Transmission register not available - "
                   "status " WS-REGISTER-STATUS
                   " - duplicate logs will not be caught this run"
           END-IF.

      * Walks CONTROL-FILE once up front to see whether any submarine
      * has a real in-progress checkpoint waiting - i.e. this is a
      * restart, not a fresh run - before EXCEPTIONS-FILE/
      * with this cycle) are not applied a second time, and the
      * audit-trail files are appended to rather than truncated.
      * A missing or unreadable cycle file starts the count at one.
      * A cycle the backout program reopened is flagged in-progress
      * with a B beside the flag: none of it is left on the master
      * to protect, so it is rerun from the start under the same
      * number rather than resumed.
      * Opening a cycle - a new one or a backed-out one - first takes
      * the pre-cycle image, before the in-progress flag lets any
      * other stream at the master.
       LOAD-RUN-CYCLE.
           MOVE 'N' TO WS-CYCLE-INCOMPLETE.
           MOVE 'N' TO WS-CYCLE-BACKED-OUT.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00" THEN
               READ CYCLE-FILE INTO CYCLE-REC
                           MOVE CYCLE-REC (1:6) TO WS-RUN-CYCLE
                           IF CYCLE-REC (8:1) = "I" THEN
                               MOVE 'Y' TO WS-CYCLE-INCOMPLETE
                               IF CYCLE-REC (10:1) = "B" THEN
                                   MOVE 'Y' TO WS-CYCLE-BACKED-OUT
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
               IF WS-CYCLE-BACKED-OUT = 'Y' THEN
                   DISPLAY "Run cycle " WS-RUN-CYCLE " was backed "
                       "out - rerunning it from the start"
               ELSE
                   IF WS-CYCLE-INCOMPLETE = 'Y' THEN
                       DISPLAY "Run cycle " WS-RUN-CYCLE " did not "
                           "complete - resuming it"
                       MOVE 'Y' TO WS-ANY-RESUME
                   ELSE
                       ADD 1 TO WS-RUN-CYCLE
                   END-IF
               END-IF
           END-IF.
           IF WS-CYCLE-INCOMPLETE = 'N' OR
              WS-CYCLE-BACKED-OUT = 'Y' THEN
               PERFORM TAKE-PRE-CYCLE-IMAGE
           END-IF.
           OPEN OUTPUT CYCLE-FILE.
           MOVE SPACES TO CYCLE-REC.
           MOVE WS-RUN-CYCLE TO CYCLE-REC (1:6).
           WRITE CYCLE-REC.
           CLOSE CYCLE-FILE.

      * Writes fleet.pre from the master as it stands - read in key
      * order, trailer last so a part-written image is never taken
      * for a whole one - with the consolidated exceptions file
      * copied to exceptions.pre just before it. A master not yet
      * created images as an empty fleet.
       TAKE-PRE-CYCLE-IMAGE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT EXC-IMAGE-FILE.
           OPEN INPUT PREV-EXCEPTIONS-FILE.
           IF WS-PREV-EXC-STATUS = "00" THEN
               MOVE 'N' TO WS-IMAGE-EOF
               PERFORM UNTIL WS-IMAGE-EOF = 'Y'
               READ PREV-EXCEPTIONS-FILE INTO EXC-IMAGE-REC
                   AT END MOVE 'Y' TO WS-IMAGE-EOF
                   NOT AT END
                       WRITE EXC-IMAGE-REC
               END-READ
               END-PERFORM
               CLOSE PREV-EXCEPTIONS-FILE
           END-IF.
           CLOSE EXC-IMAGE-FILE.
           MOVE 0 TO WS-IMAGE-COUNT.
           OPEN OUTPUT IMAGE-FILE.
           MOVE SPACES TO IMAGE-REC.
           STRING "IMAGE CYCLE=" WS-RUN-CYCLE
               " DATE=" WS-RUN-DATE
               " TIME=" WS-RUN-TIME (1:6)
               DELIMITED BY SIZE INTO IMAGE-REC
           END-STRING.
           WRITE IMAGE-REC.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00" THEN
               MOVE 'N' TO WS-IMAGE-EOF
               MOVE LOW-VALUES TO MST-SUB-NAME
               START MASTER-FILE KEY IS NOT LESS THAN MST-SUB-NAME
                   INVALID KEY MOVE 'Y' TO WS-IMAGE-EOF
               END-START
               PERFORM UNTIL WS-IMAGE-EOF = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-IMAGE-EOF
                   NOT AT END
                       MOVE SPACES TO IMAGE-REC
                       STRING "MST " MASTER-REC
                           DELIMITED BY SIZE INTO IMAGE-REC
                       END-STRING
                       WRITE IMAGE-REC
                       ADD 1 TO WS-IMAGE-COUNT
               END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
           MOVE SPACES TO IMAGE-REC.
           STRING "IMAGE-END CYCLE=" WS-RUN-CYCLE
               " RECORDS=" WS-IMAGE-COUNT
               DELIMITED BY SIZE INTO IMAGE-REC
           END-STRING.
           WRITE IMAGE-REC.
           CLOSE IMAGE-FILE.

       MARK-RUN-COMPLETE.
           OPEN OUTPUT CYCLE-FILE.
           MOVE SPACES TO CYCLE-REC.
           MOVE 'Y' TO WS-FIRST-CMD.
           MOVE 'N' TO WS-EOF.
           MOVE 'N' TO WS-LOW-FUEL-WARNED.
      * A log rejected whole never reaches LOAD-LIMITS - its ledger
      * line must not carry the previous boat's fuel figures.
           MOVE 'N' TO WS-FUEL-TRACKED.
           MOVE 0 TO WS-START-FUEL, WS-FUEL-RESERVE, WS-FUEL-REMAINING,
                     WS-OPENING-FUEL, WS-RESUPPLY-IN, WS-RESUPPLY-OUT,
                     WS-FUEL-STOCK, WS-CLOSING-FUEL.
           MOVE 'N' TO WS-SUB-ALREADY-DONE.
           MOVE 'N' TO WS-MASTER-SEEDED.
           MOVE 'Y' TO WS-LOG-BALANCED.
           MOVE 'N' TO WS-LOG-DUPLICATE.
           PERFORM LOAD-MASTER.
      * A boat already stamped with this run cycle finished before
      * the abort this rerun is recovering - reprocessing its log
      * A log that fails balancing is rejected whole: nothing is
      * applied, the master keeps the boat's previous closing state
      * unstamped, and the next run takes the log again once a clean
      * retransmission lands. A duplicate is rejected the same way,
      * and stays rejected - its commands are already on the master.
               IF WS-LOG-BALANCED = 'Y' AND
                  WS-LOG-DUPLICATE = 'N' THEN
                   PERFORM LOAD-CORRECTIONS
                   PERFORM LOAD-LIMITS
                   PERFORM OPEN-FUEL-STOCK
                   MOVE WS-POSITION TO WS-START-POSITION
                   PERFORM BUILD-CKPT-FILENAME
                   PERFORM LOAD-CHECKPOINT
                   PERFORM READ-FILE
                   PERFORM FLUSH-UNAPPLIED-CORRECTIONS
                   PERFORM RECORD-TRANSMISSION
                   PERFORM CLOSE-FUEL-STOCK
                   PERFORM UPDATE-MASTER
                   PERFORM RESET-CHECKPOINT
               END-IF
      * written by the run that actually processed its log - only the
      * rerun's report and fleet totals need rebuilding.
           IF WS-SUB-ALREADY-DONE = 'N' THEN
               COMPUTE WS-BURN-TOTAL = WS-BURN-FORWARD + WS-BURN-UP
                   + WS-BURN-DOWN
                   ON SIZE ERROR
                       MOVE 999999999999999999 TO WS-BURN-TOTAL
               END-COMPUTE
               PERFORM WRITE-HISTORY
               PERFORM WRITE-FUEL-LEDGER
           END-IF.
           ADD WS-ANSWER-1 TO WS-FLEET-ANSWER-1.
           ADD WS-BAD-COMMANDS TO WS-SURFACE-WARNINGS
               GIVING WS-EXCEPTION-COUNT.
           MOVE SPACES TO HISTORY-REC
           MOVE 1 TO WS-HIST-PTR
           STRING "HIST DATE=" WS-RUN-DATE
               " TIME=" WS-RUN-TIME (1:6)
               " CYCLE=" WS-RUN-CYCLE
               " DOWN-CMDS=" WS-COUNT-DOWN
               " TOTAL-CMDS=" WS-COUNT-TOTAL
               " EXCEPTIONS=" WS-EXCEPTION-COUNT
               DELIMITED BY SIZE
               INTO HISTORY-REC WITH POINTER WS-HIST-PTR
           END-STRING
      * A boat under fuel accounting carries the run's burn, the
      * figure its trailing average is taken over
           IF WS-FUEL-TRACKED = 'Y' THEN
               STRING " FUEL-BURNED=" WS-BURN-TOTAL
                   DELIMITED BY SIZE
                   INTO HISTORY-REC WITH POINTER WS-HIST-PTR
               END-STRING
           END-IF
           WRITE HISTORY-REC.

       WRITE-FLEET-SUMMARY.
                                 MST-COUNT-DOWN, MST-COUNT-TOTAL,
                                 MST-LAST-CYCLE, MST-RUN-FORWARD,
                                 MST-RUN-UP, MST-RUN-DOWN,
                                 MST-RUN-TOTAL, MST-FUEL-ON-HAND,
                                 MST-FUEL-RECEIVED, MST-FUEL-REMOVED
                       MOVE 'N' TO MST-FUEL-STOCKED
                       IF WS-SIM-MODE = 'N' THEN
                           WRITE MASTER-REC
                       END-IF
                       END-IF
               END-READ
           END-IF.
      * A record never stocked - or written before the master carried
      * fuel - holds no fuel, whatever its fuel fields contain.
           MOVE 'N' TO WS-MST-FUEL-STOCKED.
           MOVE 0 TO WS-MST-FUEL-ON-HAND, WS-MST-FUEL-RECEIVED,
                     WS-MST-FUEL-REMOVED.
           IF WS-MASTER-READY = 'Y' AND MST-FUEL-STOCKED = 'Y' THEN
               MOVE 'Y' TO WS-MST-FUEL-STOCKED
               MOVE MST-FUEL-ON-HAND TO WS-MST-FUEL-ON-HAND
               MOVE MST-FUEL-RECEIVED TO WS-MST-FUEL-RECEIVED
               MOVE MST-FUEL-REMOVED TO WS-MST-FUEL-REMOVED
           END-IF.

      * Writes the boat's closing state back to its master record at
      * end of submarine, and rolls the run's command counts into the
                       MOVE 'Y' TO WS-MASTER-NEW
                       MOVE WS-BOAT-NAME TO MST-SUB-NAME
                       MOVE 0 TO MST-COUNT-FORWARD, MST-COUNT-UP,
                                 MST-COUNT-DOWN, MST-COUNT-TOTAL,
                                 MST-FUEL-ON-HAND, MST-FUEL-RECEIVED,
                                 MST-FUEL-REMOVED
                       MOVE 'N' TO MST-FUEL-STOCKED
               END-READ
               MOVE WS-DEPTH-1 TO MST-DEPTH-1
               MOVE WS-POSITION-1 TO MST-POSITION-1
               MOVE WS-COUNT-UP TO MST-RUN-UP
               MOVE WS-COUNT-DOWN TO MST-RUN-DOWN
               MOVE WS-COUNT-TOTAL TO MST-RUN-TOTAL
      * The run's burn is drawn from the stock, and the refuels and
      * defuels it opened on are now posted to its ledger line
               IF WS-FUEL-TRACKED = 'Y' THEN
                   MOVE 'Y' TO MST-FUEL-STOCKED
                   MOVE WS-CLOSING-FUEL TO MST-FUEL-ON-HAND
                   MOVE 0 TO MST-FUEL-RECEIVED, MST-FUEL-REMOVED
               END-IF
               IF WS-MASTER-NEW = 'Y' THEN
                   WRITE MASTER-REC
               ELSE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      * Opens the boat's stock for the run. A stocked boat runs on the
      * fuel its master holds, and opens on the balance its last
      * applied run closed on - the refuels and defuels keyed since
      * then are this run's resupplies. A boat never stocked takes
      * its limits.txt starting fuel as a first fill, resupplied from
      * an opening balance of nothing. Neither, or no burn rates,
      * leaves fuel accounting off for the boat.
       OPEN-FUEL-STOCK.
           MOVE 'N' TO WS-FUEL-TRACKED.
           MOVE 0 TO WS-FUEL-REMAINING, WS-OPENING-FUEL,
                     WS-RESUPPLY-IN, WS-RESUPPLY-OUT, WS-FUEL-STOCK,
                     WS-CLOSING-FUEL.
           IF WS-RATES-LOADED = 'Y' THEN
               IF WS-MST-FUEL-STOCKED = 'Y' THEN
                   MOVE WS-MST-FUEL-ON-HAND TO WS-FUEL-STOCK
                   MOVE WS-MST-FUEL-RECEIVED TO WS-RESUPPLY-IN
                   MOVE WS-MST-FUEL-REMOVED TO WS-RESUPPLY-OUT
                   COMPUTE WS-OPENING-FUEL = WS-MST-FUEL-ON-HAND
                       - WS-MST-FUEL-RECEIVED + WS-MST-FUEL-REMOVED
                       ON SIZE ERROR
                           MOVE 0 TO WS-OPENING-FUEL
                   END-COMPUTE
                   MOVE 'Y' TO WS-FUEL-TRACKED
               ELSE
                   IF WS-START-FUEL > 0 THEN
                       MOVE WS-START-FUEL TO WS-FUEL-STOCK
                       MOVE WS-START-FUEL TO WS-RESUPPLY-IN
                       MOVE 'Y' TO WS-FUEL-TRACKED
                   END-IF
               END-IF
           END-IF.
           MOVE WS-FUEL-STOCK TO WS-FUEL-REMAINING.
           MOVE WS-FUEL-STOCK TO WS-CLOSING-FUEL.

      * The closing balance is the stock less the run's whole burn,
      * never below empty - taken from the burn totals rather than
      * the running remainder, which a checkpoint restores as it
      * stood when the run aborted.
       CLOSE-FUEL-STOCK.
           COMPUTE WS-BURN-TOTAL = WS-BURN-FORWARD + WS-BURN-UP
               + WS-BURN-DOWN
               ON SIZE ERROR
                   MOVE 999999999999999999 TO WS-BURN-TOTAL
           END-COMPUTE.
           IF WS-BURN-TOTAL > WS-FUEL-STOCK THEN
               MOVE 0 TO WS-CLOSING-FUEL
           ELSE
               COMPUTE WS-CLOSING-FUEL = WS-FUEL-STOCK - WS-BURN-TOTAL
           END-IF.

      * Takes each boat's most recent burns from the cumulative
      * history, oldest first. Lines without a burn - runs with fuel
      * accounting off, or written before runs carried one - and the
      * current cycle's own lines are passed over.
       LOAD-BURN-HISTORY.
           MOVE 0 TO WS-BH-USED.
           MOVE 'N' TO WS-BURN-HISTORY-EOF.
           OPEN INPUT BURN-HISTORY-FILE.
           IF WS-BURN-HISTORY-STATUS = "00" THEN
               PERFORM UNTIL WS-BURN-HISTORY-EOF = 'Y'
               READ BURN-HISTORY-FILE INTO BURN-HISTORY-REC
                   AT END MOVE 'Y' TO WS-BURN-HISTORY-EOF
                   NOT AT END
                       IF BURN-HISTORY-REC (1:5) = "HIST " THEN
                           PERFORM TAKE-BURN-HISTORY-LINE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE BURN-HISTORY-FILE
           END-IF.

       TAKE-BURN-HISTORY-LINE.
           MOVE SPACES TO WS-BH-HEAD, WS-BH-REST, WS-BH-SUB,
               WS-BH-CYCLE-TOK, WS-BH-BURN-TOK.
           UNSTRING BURN-HISTORY-REC DELIMITED BY " CYCLE="
               INTO WS-BH-HEAD, WS-BH-CYCLE-TOK
           END-UNSTRING.
           UNSTRING BURN-HISTORY-REC DELIMITED BY " SUB="
               INTO WS-BH-HEAD, WS-BH-REST
           END-UNSTRING.
           UNSTRING WS-BH-REST DELIMITED BY SPACE
               INTO WS-BH-SUB
           END-UNSTRING.
           UNSTRING BURN-HISTORY-REC DELIMITED BY " FUEL-BURNED="
               INTO WS-BH-HEAD, WS-BH-BURN-TOK
           END-UNSTRING.
           IF WS-BH-BURN-TOK IS NUMERIC AND
              WS-BH-SUB NOT = SPACES AND
              WS-BH-CYCLE-TOK NOT = WS-RUN-CYCLE THEN
               MOVE WS-BH-BURN-TOK TO WS-BH-BURN-VALUE
               MOVE WS-BH-SUB TO WS-BH-NAME-FIND
               PERFORM FIND-BURN-HISTORY
               IF WS-BH-FOUND = 0 AND WS-BH-USED < 200 THEN
                   ADD 1 TO WS-BH-USED
                   MOVE WS-BH-USED TO WS-BH-FOUND
                   MOVE WS-BH-SUB TO WS-BH-NAME (WS-BH-FOUND)
                   MOVE 0 TO WS-BH-COUNT (WS-BH-FOUND)
               END-IF
               IF WS-BH-FOUND > 0 THEN
                   IF WS-BH-COUNT (WS-BH-FOUND) = 6 THEN
                       PERFORM VARYING WS-BH-RUN FROM 1 BY 1
                               UNTIL WS-BH-RUN > 5
                           MOVE WS-BH-BURN (WS-BH-FOUND, WS-BH-RUN + 1)
                               TO WS-BH-BURN (WS-BH-FOUND, WS-BH-RUN)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-BH-COUNT (WS-BH-FOUND)
                   END-IF
                   MOVE WS-BH-BURN-VALUE TO WS-BH-BURN (WS-BH-FOUND,
                       WS-BH-COUNT (WS-BH-FOUND))
               END-IF
           END-IF.

       FIND-BURN-HISTORY.
           MOVE 0 TO WS-BH-FOUND.
           PERFORM VARYING WS-BH-IDX FROM 1 BY 1
                   UNTIL WS-BH-IDX > WS-BH-USED OR WS-BH-FOUND > 0
               IF WS-BH-NAME (WS-BH-IDX) = WS-BH-NAME-FIND THEN
                   MOVE WS-BH-IDX TO WS-BH-FOUND
               END-IF
           END-PERFORM.

      * Average burn over the boat's trailing history and this run,
      * and the days its stock above reserve lasts at that rate.
       PROJECT-ENDURANCE.
           MOVE 0 TO WS-AVG-BURN, WS-ENDURANCE-DAYS.
           MOVE "*" TO WS-ENDURANCE-TEXT.
           IF WS-FUEL-TRACKED = 'Y' THEN
               MOVE WS-BURN-TOTAL TO WS-BURN-SUM
               MOVE 1 TO WS-BURN-RUNS
               MOVE WS-BOAT-NAME TO WS-BH-NAME-FIND
               PERFORM FIND-BURN-HISTORY
               IF WS-BH-FOUND > 0 THEN
                   PERFORM VARYING WS-BH-RUN FROM 1 BY 1
                           UNTIL WS-BH-RUN > WS-BH-COUNT (WS-BH-FOUND)
                       ADD WS-BH-BURN (WS-BH-FOUND, WS-BH-RUN)
                           TO WS-BURN-SUM
                           ON SIZE ERROR
                               MOVE 999999999999999999 TO WS-BURN-SUM
                       END-ADD
                       ADD 1 TO WS-BURN-RUNS
                   END-PERFORM
               END-IF
               DIVIDE WS-BURN-SUM BY WS-BURN-RUNS GIVING WS-AVG-BURN
               IF WS-AVG-BURN > 0 THEN
                   IF WS-CLOSING-FUEL > WS-FUEL-RESERVE THEN
                       COMPUTE WS-ENDURANCE-DAYS =
                           (WS-CLOSING-FUEL - WS-FUEL-RESERVE)
                           / WS-AVG-BURN
                           ON SIZE ERROR
                               MOVE 999999 TO WS-ENDURANCE-DAYS
                       END-COMPUTE
                   END-IF
                   MOVE WS-ENDURANCE-DAYS TO WS-ENDURANCE-TEXT
               END-IF
           END-IF.

      * One ledger line per boat: the balance it opened on, the fuel
      * put aboard and taken off since, what each command type
      * burned, the balance it closed on against its reserve, and
      * how many days that lasts at its trailing average burn.
       WRITE-FUEL-LEDGER.
           ADD WS-BURN-FORWARD TO WS-FLEET-BURN-FORWARD
               ON SIZE ERROR
               ON SIZE ERROR
                   MOVE 999999999999999999 TO WS-FLEET-BURN-TOTAL
           END-ADD.
           PERFORM PROJECT-ENDURANCE.
           MOVE SPACES TO FUEL-REC
           STRING "SUB=" DELIMITED BY SIZE
               WS-BOAT-NAME DELIMITED BY SPACE
               " FUEL-TRACKED=" WS-FUEL-TRACKED
               " OPENING-BALANCE=" WS-OPENING-FUEL
               " RESUPPLY-IN=" WS-RESUPPLY-IN
               " RESUPPLY-OUT=" WS-RESUPPLY-OUT
               " BURN-FORWARD=" WS-BURN-FORWARD
               " BURN-UP=" WS-BURN-UP
               " BURN-DOWN=" WS-BURN-DOWN
               " BURN-TOTAL=" WS-BURN-TOTAL
               " CLOSING-BALANCE=" WS-CLOSING-FUEL
               " RESERVE=" WS-FUEL-RESERVE
               " AVG-BURN=" WS-AVG-BURN
               " ENDURANCE-DAYS=" DELIMITED BY SIZE
               WS-ENDURANCE-TEXT DELIMITED BY SPACE
               " LOW-FUEL=" WS-LOW-FUEL-WARNED
               DELIMITED BY SIZE INTO FUEL-REC
           END-STRING
      * comes in: the repaired command must be forward/up/down and the
      * repaired value numeric, otherwise the correction is rejected
      * on the recycle report and never applied.
      * A correction must also carry its two operators - a maker with
      * KEY and a different checker with APPROVE authority for
      * corrections - or it is refused as not approved, however well
      * formed.
       LOAD-CORRECTIONS.
           MOVE 0 TO WS-CORR-USED.
           MOVE 'N' TO WS-CORRECTIONS-EOF.
                   NOT AT END
                       MOVE SPACES TO WS-CORR-SUB-NAME,
                           WS-CORR-SEQ-TOK, WS-CORR-CMD-TOK,
                           WS-CORR-VALUE-TOK, WS-CORR-MAKER-TOK,
                           WS-CORR-CHECKER-TOK
                       MOVE 0 TO WS-CORR-SEQ-LEN, WS-CORR-VALUE-LEN
                       UNSTRING CORRECTIONS-REC DELIMITED BY SPACES
                           INTO WS-CORR-SUB-NAME,
                                   COUNT IN WS-CORR-SEQ-LEN,
                               WS-CORR-CMD-TOK,
                               WS-CORR-VALUE-TOK
                                   COUNT IN WS-CORR-VALUE-LEN,
                               WS-CORR-MAKER-TOK,
                               WS-CORR-CHECKER-TOK
                       END-UNSTRING
                       IF WS-CORR-SUB-NAME = WS-BOAT-NAME THEN
                           PERFORM VET-CORRECTION
                   MOVE 'N' TO WS-CORR-VALID
               END-IF
           END-IF.
           IF WS-CORR-VALID = 'Y' THEN
               PERFORM CHECK-CORRECTION-APPROVED
           END-IF.
           IF WS-CORR-VALID = 'Y' AND WS-CORR-APPROVED = 'N' THEN
               ADD 1 TO WS-CORR-REJECTED-COUNT
               DISPLAY "Unapproved correction for " WS-BOAT-NAME
                   ": " CORRECTIONS-REC
               MOVE SPACES TO RECYCLE-REC
               STRING "REJECTED SUB=" DELIMITED BY SIZE
                   WS-BOAT-NAME DELIMITED BY SPACE
                   " REASON=NOT-APPROVED REC="
                   CORRECTIONS-REC
                   DELIMITED BY SIZE INTO RECYCLE-REC
               END-STRING
               WRITE RECYCLE-REC
           ELSE
           IF WS-CORR-VALID = 'Y' AND WS-CORR-USED < 100 THEN
               ADD 1 TO WS-CORR-USED
               MOVE WS-CORR-MAKER-NAME TO WS-CORR-MAKER (WS-CORR-USED)
               MOVE WS-CORR-CHECKER-NAME
                   TO WS-CORR-CHECKER (WS-CORR-USED)
               MOVE WS-CORR-SEQ-JUST TO WS-CORR-SEQ (WS-CORR-USED)
               MOVE WS-CORR-CMD-TOK TO WS-CORR-CMD (WS-CORR-USED)
               MOVE WS-CORR-VALUE-JUST
                   END-STRING
                   WRITE RECYCLE-REC
               END-IF
           END-IF
           END-IF.

      * The MAKER= and CHECKER= tokens may come in either order. A
      * correction keyed and approved by the same operator, or by
      * anyone without the authority for it, is not approved.
       CHECK-CORRECTION-APPROVED.
           MOVE SPACES TO WS-CORR-MAKER-NAME, WS-CORR-CHECKER-NAME.
           MOVE SPACES TO WS-CORR-OP-KEY, WS-AUTH-LINE-OP.
           UNSTRING WS-CORR-MAKER-TOK DELIMITED BY "="
               INTO WS-CORR-OP-KEY, WS-AUTH-LINE-OP
           END-UNSTRING.
           PERFORM TAKE-CORRECTION-OPERATOR.
           MOVE SPACES TO WS-CORR-OP-KEY, WS-AUTH-LINE-OP.
           UNSTRING WS-CORR-CHECKER-TOK DELIMITED BY "="
               INTO WS-CORR-OP-KEY, WS-AUTH-LINE-OP
           END-UNSTRING.
           PERFORM TAKE-CORRECTION-OPERATOR.
           MOVE 'N' TO WS-CORR-APPROVED.
           IF WS-CORR-MAKER-NAME NOT = SPACES AND
              WS-CORR-CHECKER-NAME NOT = SPACES AND
              WS-CORR-MAKER-NAME NOT = WS-CORR-CHECKER-NAME THEN
               MOVE WS-CORR-MAKER-NAME TO WS-AUTH-FIND-OP
               MOVE "KEY" TO WS-AUTH-FIND-ROLE
               PERFORM CHECK-AUTHORITY
               IF WS-AUTHORIZED = 'Y' THEN
                   MOVE WS-CORR-CHECKER-NAME TO WS-AUTH-FIND-OP
                   MOVE "APPROVE" TO WS-AUTH-FIND-ROLE
                   PERFORM CHECK-AUTHORITY
                   MOVE WS-AUTHORIZED TO WS-CORR-APPROVED
               END-IF
           END-IF.

       TAKE-CORRECTION-OPERATOR.
           EVALUATE WS-CORR-OP-KEY
               WHEN "MAKER"
                   MOVE WS-AUTH-LINE-OP TO WS-CORR-MAKER-NAME
               WHEN "CHECKER"
                   MOVE WS-AUTH-LINE-OP TO WS-CORR-CHECKER-NAME
           END-EVALUATE.

      * Loads operators.txt once per run. Each line grants one role
      * over up to eight kinds of change and is flattened to one
      * entry per kind. No file, no authority - every correction is
      * then refused as not approved.
       LOAD-AUTHORITY.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTHORITY-STATUS = "00" THEN
               PERFORM UNTIL WS-AUTHORITY-EOF = 'Y'
               READ AUTHORITY-FILE INTO AUTHORITY-REC
                   AT END MOVE 'Y' TO WS-AUTHORITY-EOF
                   NOT AT END
                       IF AUTHORITY-REC NOT = SPACES THEN
                           PERFORM TAKE-AUTHORITY-LINE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE AUTHORITY-FILE
           END-IF.

       TAKE-AUTHORITY-LINE.
           MOVE SPACES TO WS-AUTH-LINE-OP, WS-AUTH-LINE-ROLE,
               WS-AUTH-KINDS.
           UNSTRING AUTHORITY-REC DELIMITED BY SPACES
               INTO WS-AUTH-LINE-OP, WS-AUTH-LINE-ROLE,
                   WS-AUTH-LINE-KIND (1), WS-AUTH-LINE-KIND (2),
                   WS-AUTH-LINE-KIND (3), WS-AUTH-LINE-KIND (4),
                   WS-AUTH-LINE-KIND (5), WS-AUTH-LINE-KIND (6),
                   WS-AUTH-LINE-KIND (7), WS-AUTH-LINE-KIND (8)
           END-UNSTRING.
           PERFORM VARYING WS-AUTH-KIND-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-KIND-IDX > 8
               IF WS-AUTH-LINE-KIND (WS-AUTH-KIND-IDX) NOT = SPACES
                  AND WS-AUTH-USED < 200 THEN
                   ADD 1 TO WS-AUTH-USED
                   MOVE WS-AUTH-LINE-OP
                       TO WS-AUTH-OPERATOR (WS-AUTH-USED)
                   MOVE WS-AUTH-LINE-ROLE TO WS-AUTH-ROLE (WS-AUTH-USED)
                   MOVE WS-AUTH-LINE-KIND (WS-AUTH-KIND-IDX)
                       TO WS-AUTH-KIND (WS-AUTH-USED)
               END-IF
           END-PERFORM.

      * The fleet run only ever asks about corrections, so the kind
      * is fixed.
       CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTHORIZED.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-USED
               IF WS-AUTH-OPERATOR (WS-AUTH-IDX) = WS-AUTH-FIND-OP AND
                  WS-AUTH-ROLE (WS-AUTH-IDX) = WS-AUTH-FIND-ROLE AND
                  WS-AUTH-KIND (WS-AUTH-IDX) = "correct" THEN
                   MOVE 'Y' TO WS-AUTHORIZED
               END-IF
           END-PERFORM.

       NOTE-CORR-TABLE-FULL.
           IF WS-CORR-TABLE-FULL = 'N' THEN
               MOVE 'Y' TO WS-CORR-TABLE-FULL
                       " CMD=" DELIMITED BY SIZE
                       WS-CMD-NAME DELIMITED BY SPACE
                       " VALUE=" WS-VALUE
                       " MAKER=" DELIMITED BY SIZE
                       WS-CORR-MAKER (WS-CORR-IDX) DELIMITED BY SPACE
                       " CHECKER=" DELIMITED BY SIZE
                       WS-CORR-CHECKER (WS-CORR-IDX) DELIMITED BY SPACE
                       INTO RECYCLE-REC
                   END-STRING
                   WRITE RECYCLE-REC
               END-IF
                       WS-BOAT-NAME DELIMITED BY SPACE
                       " SEQ=" WS-CORR-SEQ (WS-CORR-IDX)
                       " REASON=NO-MATCHING-RECORD"
                       " MAKER=" DELIMITED BY SIZE
                       WS-CORR-MAKER (WS-CORR-IDX) DELIMITED BY SPACE
                       " CHECKER=" DELIMITED BY SIZE
                       WS-CORR-CHECKER (WS-CORR-IDX) DELIMITED BY SPACE
                       INTO RECYCLE-REC
                   END-STRING
                   WRITE RECYCLE-REC
               END-IF
           END-PERFORM.

      * Looks the current submarine up in limits.txt - one line per
      * boat per chart version: name, max depth, max position advance
      * per run, max aim magnitude, then the optional starting fuel
      * and reserve, and optional FROM= and TO= effective timestamps.
      * Every version for the boat is kept for CHECK-LIMITS to choose
      * from command by command. No limits file, or no line for this
      * boat, means it runs unchecked, exactly as the fleet did
      * before limits existed.
       LOAD-LIMITS.
           MOVE 'N' TO WS-LIMITS-LOADED.
           MOVE 'N' TO WS-LIMITS-EOF.
           MOVE 0 TO WS-START-FUEL, WS-FUEL-RESERVE, WS-LIMIT-USED,
                     WS-LIMIT-CUR.
           PERFORM SET-CHART-CLOCK.
           OPEN INPUT LIMITS-FILE.
           IF WS-LIMITS-STATUS = "00" THEN
               PERFORM UNTIL WS-LIMITS-EOF = 'Y'
               READ LIMITS-FILE INTO LIMITS-REC
                   AT END MOVE 'Y' TO WS-LIMITS-EOF
                   NOT AT END
                       MOVE LIMITS-REC TO WS-CHART-LINE
                       PERFORM STRIP-EFFECTIVE-DATES
                       MOVE WS-CHART-LINE TO LIMITS-REC
      * Parsed into alphanumeric fields first: a short line's missing
      * tokens come through as spaces, which a direct UNSTRING into
      * the numeric fields would silently turn into limits of zero.
                               WS-LIMIT-TOK-4, WS-LIMIT-TOK-5
                       END-UNSTRING
                       IF WS-LIMIT-NAME = WS-BOAT-NAME THEN
                           PERFORM LOAD-LIMITS-VERSION
                       END-IF
               END-READ
               END-PERFORM
               CLOSE LIMITS-FILE
           END-IF.
           IF WS-LIMIT-USED > 0 THEN
               MOVE 'Y' TO WS-LIMITS-LOADED
      * The starting fuel and reserve set up the run's opening stock,
      * so they come from the version in force as the run starts
               MOVE WS-CHART-NOW TO WS-CHART-AT
               PERFORM SELECT-LIMITS-VERSION
               IF WS-LIMIT-CUR > 0 THEN
                   MOVE WS-LV-START-FUEL (WS-LIMIT-CUR)
                       TO WS-START-FUEL
                   MOVE WS-LV-RESERVE (WS-LIMIT-CUR)
                       TO WS-FUEL-RESERVE
               END-IF
           ELSE
               MOVE 99999999 TO WS-MAX-DEPTH
               MOVE 999999 TO WS-MAX-ADVANCE
               MOVE 99999 TO WS-MAX-AIM
           END-IF.

      * A short line, or one whose dates will not parse, charts
      * nothing - the boat's other versions still stand.
       LOAD-LIMITS-VERSION.
           IF WS-LIMIT-TOK-1 = SPACES OR
              WS-LIMIT-TOK-2 = SPACES OR
              WS-LIMIT-TOK-3 = SPACES OR
              WS-CHART-DATES-OK = 'N' THEN
               DISPLAY "Malformed limits line for "
                   WS-LIMIT-NAME " - line skipped"
           ELSE
               IF WS-LIMIT-USED = 20 THEN
                   DISPLAY "Limits table full at 20 versions - "
                       WS-LIMIT-NAME " version " WS-CHART-FROM
                       " not charted"
               ELSE
                   ADD 1 TO WS-LIMIT-USED
                   MOVE WS-CHART-FROM TO WS-LV-FROM (WS-LIMIT-USED)
                   MOVE WS-CHART-TO TO WS-LV-TO (WS-LIMIT-USED)
                   MOVE 0 TO WS-LV-START-FUEL (WS-LIMIT-USED),
                             WS-LV-RESERVE (WS-LIMIT-USED)
                   UNSTRING LIMITS-REC DELIMITED BY SPACES
                       INTO WS-LIMIT-NAME,
                           WS-LV-MAX-DEPTH (WS-LIMIT-USED),
                           WS-LV-MAX-ADVANCE (WS-LIMIT-USED),
                           WS-LV-MAX-AIM (WS-LIMIT-USED)
                   END-UNSTRING
      * The optional fifth and sixth fields carry the boat's starting
      * fuel (its first fill) and reserve threshold.
                   IF WS-RATES-LOADED = 'Y' AND
                      WS-LIMIT-TOK-4 NOT = SPACES AND
                      WS-LIMIT-TOK-5 NOT = SPACES THEN
                       UNSTRING LIMITS-REC DELIMITED BY SPACES
                           INTO WS-LIMIT-NAME,
                               WS-LV-MAX-DEPTH (WS-LIMIT-USED),
                               WS-LV-MAX-ADVANCE (WS-LIMIT-USED),
                               WS-LV-MAX-AIM (WS-LIMIT-USED),
                               WS-LV-START-FUEL (WS-LIMIT-USED),
                               WS-LV-RESERVE (WS-LIMIT-USED)
                       END-UNSTRING
                   END-IF
               END-IF
           END-IF.

      * The version in force at WS-CHART-AT - the first in file order
      * whose effective window holds it - loaded into the limits the
      * checks compare against. None in force leaves the boat
      * unchecked at that moment, as if it had no limits line.
       SELECT-LIMITS-VERSION.
           MOVE 0 TO WS-LIMIT-CUR.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-USED OR
                         WS-LIMIT-CUR > 0
               IF WS-CHART-AT >= WS-LV-FROM (WS-LIMIT-IDX) AND
                  WS-CHART-AT <= WS-LV-TO (WS-LIMIT-IDX) THEN
                   MOVE WS-LIMIT-IDX TO WS-LIMIT-CUR
               END-IF
           END-PERFORM.
           IF WS-LIMIT-CUR > 0 THEN
               MOVE WS-LV-MAX-DEPTH (WS-LIMIT-CUR) TO WS-MAX-DEPTH
               MOVE WS-LV-MAX-ADVANCE (WS-LIMIT-CUR) TO WS-MAX-ADVANCE
               MOVE WS-LV-MAX-AIM (WS-LIMIT-CUR) TO WS-MAX-AIM
           ELSE
               MOVE 99999999 TO WS-MAX-DEPTH
               MOVE 999999 TO WS-MAX-ADVANCE
               MOVE 99999 TO WS-MAX-AIM
           END-IF.

      * The run's own clock, standing in for the timestamp of a
      * command that carries none a chart could be judged at.
       SET-CHART-CLOCK.
           ACCEPT WS-CHART-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CHART-CLOCK-TIME FROM TIME.
           MOVE WS-CHART-CLOCK-DATE TO WS-CHART-NOW (1:8).
           MOVE WS-CHART-CLOCK-TIME (1:6) TO WS-CHART-NOW (9:6).

      * Lifts the optional FROM= and TO= tokens off the limits or
      * zone line in WS-CHART-LINE, leaving its positional fields as
      * the line always carried them. Each takes yyyymmddhhmmss, or
      * yyyymmdd for the start (FROM) or end (TO) of that day. An
      * undated line is in force always, as version 00000000000000.
       STRIP-EFFECTIVE-DATES.
           MOVE 0 TO WS-CHART-FROM.
           MOVE 99999999999999 TO WS-CHART-TO.
           MOVE 'Y' TO WS-CHART-DATES-OK.
           MOVE SPACES TO WS-CHART-TOKENS.
           UNSTRING WS-CHART-LINE DELIMITED BY SPACES
               INTO WS-CHART-TOK (1), WS-CHART-TOK (2),
                   WS-CHART-TOK (3), WS-CHART-TOK (4),
                   WS-CHART-TOK (5), WS-CHART-TOK (6),
                   WS-CHART-TOK (7), WS-CHART-TOK (8),
                   WS-CHART-TOK (9), WS-CHART-TOK (10)
           END-UNSTRING.
           MOVE SPACES TO WS-CHART-LINE.
           MOVE 1 TO WS-CHART-PTR.
           PERFORM VARYING WS-CHART-TOK-IDX FROM 1 BY 1
                   UNTIL WS-CHART-TOK-IDX > 10
               IF WS-CHART-TOK (WS-CHART-TOK-IDX) NOT = SPACES THEN
                   PERFORM TAKE-CHART-TOKEN
               END-IF
           END-PERFORM.
           IF WS-CHART-FROM > WS-CHART-TO THEN
               MOVE 'N' TO WS-CHART-DATES-OK
           END-IF.

       TAKE-CHART-TOKEN.
           MOVE SPACES TO WS-CHART-KEY, WS-CHART-VALUE,
                          WS-CHART-DELIM.
           MOVE 0 TO WS-CHART-VALUE-LEN.
           UNSTRING WS-CHART-TOK (WS-CHART-TOK-IDX)
               DELIMITED BY "=" OR SPACE
               INTO WS-CHART-KEY DELIMITER IN WS-CHART-DELIM,
                   WS-CHART-VALUE COUNT IN WS-CHART-VALUE-LEN
           END-UNSTRING.
           IF WS-CHART-DELIM = "=" AND
              (WS-CHART-KEY = "FROM" OR WS-CHART-KEY = "TO") THEN
               PERFORM TAKE-EFFECTIVE-DATE
           ELSE
               IF WS-CHART-PTR > 1 THEN
                   STRING " " DELIMITED BY SIZE
                       INTO WS-CHART-LINE WITH POINTER WS-CHART-PTR
                   END-STRING
               END-IF
               STRING WS-CHART-TOK (WS-CHART-TOK-IDX)
                   DELIMITED BY SPACE
                   INTO WS-CHART-LINE WITH POINTER WS-CHART-PTR
               END-STRING
           END-IF.

       TAKE-EFFECTIVE-DATE.
           MOVE 0 TO WS-CHART-STAMP.
           IF WS-CHART-VALUE-LEN = 14 AND
              WS-CHART-VALUE (1:14) IS NUMERIC THEN
               MOVE WS-CHART-VALUE (1:14) TO WS-CHART-STAMP
           ELSE
               IF WS-CHART-VALUE-LEN = 8 AND
                  WS-CHART-VALUE (1:8) IS NUMERIC THEN
                   MOVE WS-CHART-VALUE (1:8) TO WS-CHART-STAMP (1:8)
                   IF WS-CHART-KEY = "TO" THEN
                       MOVE "235959" TO WS-CHART-STAMP (9:6)
                   ELSE
                       MOVE "000000" TO WS-CHART-STAMP (9:6)
                   END-IF
               ELSE
                   MOVE 'N' TO WS-CHART-DATES-OK
               END-IF
           END-IF.
           IF WS-CHART-KEY = "FROM" THEN
               MOVE WS-CHART-STAMP TO WS-CHART-FROM
           ELSE
               MOVE WS-CHART-STAMP TO WS-CHART-TO
           END-IF.

      * Checks the running totals against the boat's rated limits
      * after each command: both the plain and aim-adjusted depth
      * against the crush depth, the position advance this run
      * against the daily transit limit, and the aim magnitude - all
      * under the chart version in force at the command's timestamp.
       CHECK-LIMITS.
           MOVE WS-CHART-NOW TO WS-CHART-AT.
           IF WS-TIMESTAMP IS NUMERIC THEN
               MOVE WS-TIMESTAMP TO WS-CHART-AT
           END-IF.
           PERFORM SELECT-LIMITS-VERSION.
           IF WS-LIMIT-CUR > 0 THEN
               PERFORM TEST-LIMITS
           END-IF.

       TEST-LIMITS.
           IF WS-DEPTH-1 > WS-MAX-DEPTH THEN
               MOVE "MAX-DEPTH-PLAIN" TO WS-LIMIT-KIND
               MOVE WS-MAX-DEPTH TO WS-LIMIT-VALUE
                   " SEQ=" WS-SEQ-NUM
                   " LIMIT=" WS-LIMIT-VALUE
                   " REACHED=" WS-REACHED-VALUE
                   " CHART-VERSION=" WS-LV-FROM (WS-LIMIT-CUR)
                   DELIMITED BY SIZE INTO PROJECTION-REC
               END-STRING
               WRITE PROJECTION-REC
                   " TIME=" WS-TIMESTAMP
                   " LIMIT=" WS-LIMIT-VALUE
                   " REACHED=" WS-REACHED-VALUE
                   " CHART-VERSION=" WS-LV-FROM (WS-LIMIT-CUR)
                   DELIMITED BY SIZE INTO ENVELOPE-REC
               END-STRING
               WRITE ENVELOPE-REC

      * Loads the charted restricted zones once per run. Each line:
      * zone name, depth-min, depth-max, position-min, position-max,
      * then optionally a closure window as HHMMSS start and end, and
      * optional FROM= and TO= effective timestamps - every chart
      * version of a zone is its own line and its own table entry.
      * A malformed line is skipped with a console notice - a zone
      * of zeroes would sit silently over the origin and flag every
      * boat in the fleet.
       LOAD-ZONES.
           MOVE 'N' TO WS-ZONES-EOF.
           PERFORM SET-CHART-CLOCK.
           OPEN INPUT ZONES-FILE.
           IF WS-ZONES-STATUS = "00" THEN
               PERFORM UNTIL WS-ZONES-EOF = 'Y'
           END-IF.

       LOAD-ONE-ZONE.
           MOVE ZONES-REC TO WS-CHART-LINE.
           PERFORM STRIP-EFFECTIVE-DATES.
           MOVE WS-CHART-LINE TO ZONES-REC.
           MOVE SPACES TO WS-ZONE-LINE-NAME, WS-ZONE-TOK-1,
               WS-ZONE-TOK-2, WS-ZONE-TOK-3, WS-ZONE-TOK-4,
               WS-ZONE-TOK-5, WS-ZONE-TOK-6.
                   WS-ZONE-TOK-6
           END-UNSTRING.
           IF WS-ZONE-TOK-1 = SPACES OR WS-ZONE-TOK-2 = SPACES OR
              WS-ZONE-TOK-3 = SPACES OR WS-ZONE-TOK-4 = SPACES OR
              WS-CHART-DATES-OK = 'N' THEN
               DISPLAY "Malformed zone line skipped: "
                   ZONES-REC (1:60)
           ELSE
                   ADD 1 TO WS-ZONE-USED
                   MOVE WS-ZONE-LINE-NAME
                       TO WS-ZONE-NAME (WS-ZONE-USED)
                   MOVE WS-CHART-FROM TO WS-ZONE-FROM (WS-ZONE-USED)
                   MOVE WS-CHART-TO TO WS-ZONE-TO (WS-ZONE-USED)
                   UNSTRING ZONES-REC DELIMITED BY SPACES
                       INTO WS-ZONE-LINE-NAME,
                           WS-ZONE-DEPTH-MIN (WS-ZONE-USED),
      * the box's near edges the boat stood - and the flag drops
      * again once the boat leaves, so a later re-entry is a fresh
      * incursion. A timed zone is only closed inside its window;
      * a window keyed start-after-end spans midnight. A chart
      * version not in force at the command's timestamp is no zone
      * at all, so a boat standing in a zone across a chart change
      * is judged afresh against the new version.
       CHECK-ZONES.
           MOVE 0 TO WS-ZONE-TOD.
           MOVE WS-CHART-NOW TO WS-CHART-AT.
           IF WS-TIMESTAMP IS NUMERIC THEN
               MOVE WS-TIMESTAMP (9:6) TO WS-ZONE-TOD
               MOVE WS-TIMESTAMP TO WS-CHART-AT
           END-IF.
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                   UNTIL WS-ZONE-IDX > WS-ZONE-USED

       CHECK-ONE-ZONE.
           MOVE 'Y' TO WS-ZONE-IN-WINDOW.
           IF WS-CHART-AT < WS-ZONE-FROM (WS-ZONE-IDX) OR
              WS-CHART-AT > WS-ZONE-TO (WS-ZONE-IDX) THEN
               MOVE 'N' TO WS-ZONE-IN-WINDOW
           END-IF.
           IF WS-ZONE-TIMED (WS-ZONE-IDX) = 'Y' AND
              WS-TIMESTAMP IS NUMERIC THEN
               IF WS-ZONE-TIME-START (WS-ZONE-IDX) <=
                   " POSITION=" WS-POSITION
                   " DEPTH-INTO=" WS-ZONE-DEPTH-INTO
                   " POSITION-INTO=" WS-ZONE-POS-INTO
                   " CHART-VERSION=" WS-ZONE-FROM (WS-ZONE-IDX)
                   DELIMITED BY SIZE INTO PROJECTION-REC
               END-STRING
               WRITE PROJECTION-REC
                   " POSITION=" WS-POSITION
                   " DEPTH-INTO=" WS-ZONE-DEPTH-INTO
                   " POSITION-INTO=" WS-ZONE-POS-INTO
                   " CHART-VERSION=" WS-ZONE-FROM (WS-ZONE-IDX)
                   DELIMITED BY SIZE INTO INCURSION-REC
               END-STRING
               WRITE INCURSION-REC
               MOVE "IMBALANCED" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
           IF WS-HDR-PRESENT = 'Y' AND WS-LOG-BALANCED = 'Y' AND
              WS-REGISTER-READY = 'Y' THEN
               PERFORM CHECK-REGISTER
           END-IF.

      * Looks the balanced log's header identity up on the register.
      * Found under an earlier cycle, the log has been applied before
      * and is rejected whole with a DUPLICATE exception naming the
      * cycle that applied it.
       CHECK-REGISTER.
           MOVE WS-BOAT-NAME TO REG-SUB.
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
           IF WS-LOG-DUPLICATE = 'Y' THEN
               DISPLAY "Duplicate transmission for " WS-CMD-FILENAME
                   " - header " WS-HDR-TIME (1:14) " already applied "
                   "in cycle " REG-APPLIED-CYCLE " - log rejected "
                   "whole, nothing applied to the master"
               ADD 1 TO WS-BAD-COMMANDS
               MOVE 0 TO WS-SEQ-NUM
               MOVE SPACES TO WS-CMD
               MOVE "DUPLICATE" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      * Registers the log as applied in this cycle, just before its
      * commands reach the master - a rerun after an abort between
      * the two finds its own cycle's entry and is let through.
       RECORD-TRANSMISSION.
           IF WS-HDR-PRESENT = 'Y' AND WS-REGISTER-READY = 'Y' THEN
               MOVE WS-BOAT-NAME TO REG-SUB
               MOVE WS-HDR-TIME TO REG-HDR-TIME
               MOVE WS-HDR-CYCLE TO REG-HDR-CYCLE
               MOVE WS-RUN-CYCLE TO REG-APPLIED-CYCLE
               MOVE WS-RUN-DATE TO REG-APPLIED-DATE
               MOVE WS-RUN-TIME (1:6) TO REG-APPLIED-TIME
               MOVE WS-TRL-RECS TO REG-TRL-RECS
               MOVE WS-TRL-SUM TO REG-TRL-SUM
               MOVE WS-TRL-FORWARD TO REG-TRL-FORWARD
               MOVE WS-TRL-UP TO REG-TRL-UP
               MOVE WS-TRL-DOWN TO REG-TRL-DOWN
               WRITE REGISTER-REC
                   INVALID KEY
                       REWRITE REGISTER-REC
               END-WRITE
               IF WS-REGISTER-STATUS NOT = "00" AND
                  WS-REGISTER-STATUS NOT = "02" THEN
                   DISPLAY "Register update failed for " WS-BOAT-NAME
                       " - status " WS-REGISTER-STATUS
               END-IF
           END-IF.

       PARSE-TRAILER.
           MOVE 'Y' TO WS-TRL-PRESENT.
