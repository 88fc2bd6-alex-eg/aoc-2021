      * navigation-approved balance adjustment used to mean deleting
      * the whole master or letting a stale record pollute the fleet
      * listing. This program applies keyed transactions from
      * maint.txt - add, retire, rename, adjust, and the refuel and
      * defuel that move fuel on and off a boat - validating each one,
      * rejecting anything that would leave a record internally
      * inconsistent, and journaling every change to maint.jnl with
      * the full before and after record image, the operator who keyed
      * it, and the run cycle it was applied in, so an audit can trace
      * any master balance back through its adjustments.
      *
      * Nothing keyed is applied on one operator's say-so. Every
      * transaction - and every command correction, keyed here as a
      * correct transaction - first waits on the pending queue in
      * maint.pnd under an item number. It takes effect only when a
      * second, different operator keys an approve for that item, and
      * operators.txt lists who may key and who may approve each kind
      * of change. An approved correction is released to
      * corrections.txt carrying both operators, and the fleet run
      * takes no other. The journal names both operators on every
      * decided item. Items left waiting longer than the expiry limit
      * in cycles drop off the queue onto the pending.txt report,
      * which also lists everything still waiting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Keyed transactions, one per line: operator, action, submarine
      * name, then the action's own fields - a new name for rename, a
      * field name and value for adjust, a quantity for refuel and
      * defuel, a sequence number, command and value for correct. A
      * checker's line is operator, approve or decline, then the queue
      * item number. Free-width tokens, keyed by operations like
      * corrections.txt is.
           SELECT MAINT-FILE ASSIGN TO "maint.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAINT-STATUS.
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-SUB-NAME
           FILE STATUS IS WS-MASTER-STATUS.
      * Operator authority - one line per operator and role: the
      * operator, KEY or APPROVE, then each kind of change the role
      * covers (add, retire, rename, adjust, refuel, defuel,
      * correct). No file means
      * no one is authorized and nothing is queued or applied.
           SELECT AUTHORITY-FILE ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTHORITY-STATUS.
      * Pending queue - a header line carrying the next item number,
      * then one WS-PND-RECORD per item awaiting its second operator.
      * Read whole at the start and rewritten whole at the end.
           SELECT PENDING-FILE ASSIGN TO "maint.pnd"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.
      * Pending report - items expired this session, every item still
      * waiting with its age in cycles, and the session's totals
           SELECT PENDING-REPORT-FILE ASSIGN TO "pending.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Approved command corrections are released here for the fleet
      * run, each stamped with the operator who keyed it and the one
      * who approved it. Opened EXTEND the first time one is released.
           SELECT CORRECTIONS-FILE ASSIGN TO "corrections.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRECTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MST-RUN-UP PIC 9(8).
           05 MST-RUN-DOWN PIC 9(8).
           05 MST-RUN-TOTAL PIC 9(8).
           05 MST-FUEL-STOCKED PIC A(1).
           05 MST-FUEL-ON-HAND PIC 9(8).
           05 MST-FUEL-RECEIVED PIC 9(8).
           05 MST-FUEL-REMOVED PIC 9(8).
       FD AUTHORITY-FILE.
       01 AUTHORITY-REC.
           05 PIC X(200).
       FD PENDING-FILE.
       01 PENDING-REC.
           05 PIC X(256).
       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-REC.
           05 PIC X(300).
       FD CORRECTIONS-FILE.
       01 CORRECTIONS-REC.
           05 PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-MAINT-STATUS PIC X(2).
      * for adjust) and a fifth (the adjust value, counted so a
      * free-width entry can be right-justified and zero-filled
      * before the numeric test, the way corrections are vetted)
       01 WS-TXN-LINE PIC X(200).
       01 WS-TXN-OPERATOR PIC X(20).
       01 WS-TXN-ACTION PIC X(10).
       01 WS-TXN-SUB PIC X(80).
       01 WS-TXN-SUB-LEN PIC 9(2).
       01 WS-TXN-TOK-4 PIC X(80).
       01 WS-TXN-TOK-4-LEN PIC 9(2).
       01 WS-TXN-VALUE-TOK PIC X(20).
       01 WS-TXN-VALUE-LEN PIC 9(2).
      * A correct transaction carries a sixth token - the repaired
      * value after the sequence number and command name
       01 WS-TXN-TOK-6 PIC X(20).
       01 WS-TXN-TOK-6-LEN PIC 9(2).
      * The second operator on a decided item, and the queue item
      * number it was decided under - zero when none
       01 WS-TXN-CHECKER PIC X(20).
       01 WS-TXN-ID PIC 9(6).
       01 WS-DECIDER PIC X(20).
      * Correction staging - vetted the way the fleet run vets them,
      * right-justified and zero-filled by counted length
       01 WS-COR-SEQ-JUST PIC X(8) JUSTIFIED RIGHT.
       01 WS-COR-VALUE-JUST PIC X(20) JUSTIFIED RIGHT.
       01 WS-CORRECTIONS-STATUS PIC X(2).
       01 WS-CORRECTIONS-OPEN PIC A(1) VALUE IS 'N'.
      * Operator authority, one entry per operator, role and kind
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
       01 WS-AUTH-FIND-KIND PIC X(10).
       01 WS-AUTHORIZED PIC A(1).
      * Pending queue. An item is live until it is approved,
      * declined or expired; only live items are written back.
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-PENDING-EOF PIC A(1) VALUE IS 'N'.
       01 WS-NEXT-ID PIC 9(6) VALUE IS 1.
       01 WS-PND-RECORD.
           05 WS-PND-ID PIC 9(6).
           05 WS-PND-CYCLE PIC 9(6).
           05 WS-PND-DATE PIC 9(8).
           05 WS-PND-TIME PIC 9(6).
           05 WS-PND-MAKER PIC X(20).
           05 WS-PND-KIND PIC X(10).
           05 WS-PND-LINE PIC X(200).
       01 WS-PQ-TABLE.
           05 WS-PQ-ENTRY OCCURS 200 TIMES.
               10 WS-PQ-DATA.
                   15 WS-PQ-ID PIC 9(6).
                   15 WS-PQ-CYCLE PIC 9(6).
                   15 WS-PQ-DATE PIC 9(8).
                   15 WS-PQ-TIME PIC 9(6).
                   15 WS-PQ-MAKER PIC X(20).
                   15 WS-PQ-KIND PIC X(10).
                   15 WS-PQ-LINE PIC X(200).
               10 WS-PQ-LIVE PIC A(1).
       01 WS-PQ-USED PIC 9(3) VALUE IS 0.
       01 WS-PQ-IDX PIC 9(3).
       01 WS-PQ-FOUND PIC 9(3).
       01 WS-FIND-ID-JUST PIC X(6) JUSTIFIED RIGHT.
       01 WS-FIND-ID PIC 9(6).
      * Cycles an item may wait for its approver before it expires,
      * and its age this session
       01 WS-PEND-EXPIRY PIC 9(2) VALUE IS 3.
       01 WS-PEND-AGE PIC 9(6).
       01 WS-REPORT-STATE PIC X(7).
       01 WS-JNL-PTR PIC 9(3).
      * Adjust staging - the value may carry a leading minus for an
      * aim adjustment, stripped to its own sign flag before the
      * digits are justified
       01 WS-ADJ-MAX PIC 9(2).
       01 WS-ADJ-JUST PIC X(8) JUSTIFIED RIGHT.
       01 WS-ADJ-VALUE PIC 9(8).
      * Refuel and defuel - the quantity keyed, and the fuel on hand
      * either side of the change for the journal
       01 WS-FUEL-QTY PIC 9(8).
       01 WS-FUEL-NEW-QTY PIC 9(9).
       01 WS-FUEL-QTY-BEFORE PIC 9(8).
       01 WS-FUEL-QTY-AFTER PIC 9(8).
      * Verdict for the transaction being journaled
       01 WS-TXN-RESULT PIC X(8).
       01 WS-TXN-REASON PIC X(24).
      * Full record images for the journal - *NONE* stands in where a
      * record does not exist on that side of the change
       01 WS-BEFORE-IMAGE PIC X(209).
       01 WS-AFTER-IMAGE PIC X(209).
      * The record as first read, held across the duplicate-key probe
      * a rename makes under the new name
       01 WS-HOLD-REC PIC X(209).
      * Sum of the lifetime per-type counts, for the internal
      * consistency check - a master whose MST-COUNT-TOTAL sits below
      * this sum is wrong and must not be written
      * Session control totals
       01 WS-APPLIED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-QUEUED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-DECLINED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-EXPIRED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-WAITING-COUNT PIC 9(6) VALUE IS 0.

       PROCEDURE DIVISION.
           PERFORM MAINTAIN-MASTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-RUN-CYCLE.
           PERFORM LOAD-AUTHORITY.
           PERFORM LOAD-PENDING.
           PERFORM OPEN-JOURNAL.
           OPEN OUTPUT PENDING-REPORT-FILE.
           PERFORM EXPIRE-PENDING.
           OPEN INPUT MAINT-FILE.
           IF WS-MAINT-STATUS NOT = "00" THEN
               DISPLAY "No maint.txt on hand - status "
               MOVE 'Y' TO WS-MAINT-EOF
           ELSE
               PERFORM OPEN-MASTER
           END-IF.
           PERFORM UNTIL WS-MAINT-EOF = 'Y'
           READ MAINT-FILE INTO MAINT-REC
           END-PERFORM.
           IF WS-MAINT-STATUS = "00" OR WS-MAINT-STATUS = "10" THEN
               CLOSE MAINT-FILE
               IF WS-MASTER-READY = 'Y' THEN
                   CLOSE MASTER-FILE
               END-IF
           END-IF.
           IF WS-CORRECTIONS-OPEN = 'Y' THEN
               CLOSE CORRECTIONS-FILE
           END-IF.
           PERFORM SAVE-PENDING.
           PERFORM WRITE-PENDING-REPORT.
           CLOSE PENDING-REPORT-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY "Maintenance applied: " WS-APPLIED-COUNT
               " rejected: " WS-REJECTED-COUNT.
           DISPLAY "Queued: " WS-QUEUED-COUNT
               " declined: " WS-DECLINED-COUNT
               " expired: " WS-EXPIRED-COUNT
               " still pending: " WS-WAITING-COUNT.

      * The journal stamps every change with the production run cycle
      * it lands in, so an adjustment can be lined up against the runs
               CLOSE CYCLE-FILE
           END-IF.

      * Each authority line grants one role over up to eight kinds of
      * change; it is flattened to one entry per kind.
       LOAD-AUTHORITY.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTHORITY-STATUS NOT = "00" THEN
               DISPLAY "No operators.txt on hand - status "
                   WS-AUTHORITY-STATUS " - no operator is authorized"
           ELSE
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
           IF WS-AUTH-LINE-ROLE = "KEY" OR
              WS-AUTH-LINE-ROLE = "APPROVE" THEN
               PERFORM VARYING WS-AUTH-KIND-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-KIND-IDX > 8
                   IF WS-AUTH-LINE-KIND (WS-AUTH-KIND-IDX)
                          NOT = SPACES AND
                      WS-AUTH-USED < 200 THEN
                       ADD 1 TO WS-AUTH-USED
                       MOVE WS-AUTH-LINE-OP
                           TO WS-AUTH-OPERATOR (WS-AUTH-USED)
                       MOVE WS-AUTH-LINE-ROLE
                           TO WS-AUTH-ROLE (WS-AUTH-USED)
                       MOVE WS-AUTH-LINE-KIND (WS-AUTH-KIND-IDX)
                           TO WS-AUTH-KIND (WS-AUTH-USED)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "Authority line ignored - role must be KEY or "
                   "APPROVE: " AUTHORITY-REC (1:60)
           END-IF.

       CHECK-AUTHORITY.
           MOVE 'N' TO WS-AUTHORIZED.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-USED
               IF WS-AUTH-OPERATOR (WS-AUTH-IDX) = WS-AUTH-FIND-OP AND
                  WS-AUTH-ROLE (WS-AUTH-IDX) = WS-AUTH-FIND-ROLE AND
                  WS-AUTH-KIND (WS-AUTH-IDX) = WS-AUTH-FIND-KIND THEN
                   MOVE 'Y' TO WS-AUTHORIZED
               END-IF
           END-PERFORM.

      * The queue's header carries the next item number, so a number
      * is never reused once its item has been decided - an approve
      * keyed late for a decided item must not land on a new one.
       LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00" THEN
               PERFORM UNTIL WS-PENDING-EOF = 'Y'
               READ PENDING-FILE INTO PENDING-REC
                   AT END MOVE 'Y' TO WS-PENDING-EOF
                   NOT AT END
                       PERFORM TAKE-PENDING-LINE
               END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       TAKE-PENDING-LINE.
           IF PENDING-REC (1:14) = "QUEUE NEXT-ID=" THEN
               IF PENDING-REC (15:6) IS NUMERIC THEN
                   MOVE PENDING-REC (15:6) TO WS-NEXT-ID
               END-IF
           ELSE
               MOVE PENDING-REC TO WS-PND-RECORD
               IF WS-PND-ID IS NUMERIC AND WS-PQ-USED < 200 THEN
                   ADD 1 TO WS-PQ-USED
                   MOVE WS-PND-RECORD TO WS-PQ-DATA (WS-PQ-USED)
                   MOVE 'Y' TO WS-PQ-LIVE (WS-PQ-USED)
                   IF WS-PND-ID NOT < WS-NEXT-ID THEN
                       COMPUTE WS-NEXT-ID = WS-PND-ID + 1
                   END-IF
               END-IF
           END-IF.

      * An item left waiting past the expiry limit is taken off the
      * queue before anything is keyed - it can no longer be approved
      * and must be keyed afresh if it is still wanted.
       EXPIRE-PENDING.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-USED
               PERFORM AGE-PENDING-ITEM
               IF WS-PEND-AGE > WS-PEND-EXPIRY THEN
                   MOVE 'N' TO WS-PQ-LIVE (WS-PQ-IDX)
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE WS-PQ-IDX TO WS-PQ-FOUND
                   PERFORM REPORT-PENDING-ITEM
                   MOVE WS-PQ-LINE (WS-PQ-IDX) TO WS-TXN-LINE
                   PERFORM PARSE-TRANSACTION
                   MOVE SPACES TO WS-TXN-CHECKER, WS-TXN-REASON
                   MOVE WS-PQ-ID (WS-PQ-IDX) TO WS-TXN-ID
                   MOVE "EXPIRED" TO WS-TXN-RESULT
                   MOVE "*NONE*" TO WS-BEFORE-IMAGE
                   MOVE "*NONE*" TO WS-AFTER-IMAGE
                   DISPLAY "Expired " WS-TXN-ACTION " for "
                       WS-TXN-SUB " keyed by " WS-TXN-OPERATOR
                   PERFORM WRITE-JOURNAL
               END-IF
           END-PERFORM.

       AGE-PENDING-ITEM.
           IF WS-RUN-CYCLE > WS-PQ-CYCLE (WS-PQ-IDX) THEN
               SUBTRACT WS-PQ-CYCLE (WS-PQ-IDX) FROM WS-RUN-CYCLE
                   GIVING WS-PEND-AGE
           ELSE
               MOVE 0 TO WS-PEND-AGE
           END-IF.

      * Opens the fleet master for update, creating it empty first
      * when maintenance runs before the first ever production run -
      * an add transaction is how a new installation seeds its boats.
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      * A maint.txt line either keys a change onto the queue or
      * decides one already there - approve applies it, decline
      * drops it. Every line is journaled whatever its outcome.
       PROCESS-TRANSACTION.
           MOVE MAINT-REC TO WS-TXN-LINE.
           PERFORM PARSE-TRANSACTION.
           MOVE SPACES TO WS-TXN-CHECKER.
           MOVE 0 TO WS-TXN-ID.
           MOVE "REJECTED" TO WS-TXN-RESULT.
           MOVE SPACES TO WS-TXN-REASON.
           MOVE "*NONE*" TO WS-BEFORE-IMAGE.
               MOVE "MISSING-FIELD" TO WS-TXN-REASON
           ELSE
               EVALUATE WS-TXN-ACTION
                   WHEN "add"
                   WHEN "retire"
                   WHEN "rename"
                   WHEN "adjust"
                   WHEN "refuel"
                   WHEN "defuel"
                   WHEN "correct"
                       PERFORM QUEUE-TRANSACTION
                   WHEN "approve"
                       PERFORM APPROVE-PENDING
                   WHEN "decline"
                       PERFORM DECLINE-PENDING
                   WHEN OTHER
                       MOVE "UNKNOWN-ACTION" TO WS-TXN-REASON
               END-EVALUATE
           END-IF.
           EVALUATE WS-TXN-RESULT
               WHEN "APPLIED"
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "Applied " WS-TXN-ACTION " for " WS-TXN-SUB
                       " keyed by " WS-TXN-OPERATOR
                       " approved by " WS-TXN-CHECKER
               WHEN "QUEUED"
                   ADD 1 TO WS-QUEUED-COUNT
                   DISPLAY "Queued " WS-TXN-ACTION " for " WS-TXN-SUB
                       " as item " WS-TXN-ID
               WHEN "DECLINED"
                   ADD 1 TO WS-DECLINED-COUNT
                   DISPLAY "Declined " WS-TXN-ACTION " for "
                       WS-TXN-SUB " by " WS-TXN-CHECKER
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Rejected " WS-TXN-ACTION " for "
                       WS-TXN-SUB ": " WS-TXN-REASON
           END-EVALUATE.
           PERFORM WRITE-JOURNAL.

       PARSE-TRANSACTION.
           MOVE SPACES TO WS-TXN-OPERATOR, WS-TXN-ACTION, WS-TXN-SUB,
               WS-TXN-TOK-4, WS-TXN-VALUE-TOK, WS-TXN-TOK-6.
           MOVE 0 TO WS-TXN-SUB-LEN, WS-TXN-TOK-4-LEN,
               WS-TXN-VALUE-LEN, WS-TXN-TOK-6-LEN.
           UNSTRING WS-TXN-LINE DELIMITED BY SPACES
               INTO WS-TXN-OPERATOR, WS-TXN-ACTION,
                   WS-TXN-SUB COUNT IN WS-TXN-SUB-LEN,
                   WS-TXN-TOK-4 COUNT IN WS-TXN-TOK-4-LEN,
                   WS-TXN-VALUE-TOK COUNT IN WS-TXN-VALUE-LEN,
                   WS-TXN-TOK-6 COUNT IN WS-TXN-TOK-6-LEN
           END-UNSTRING.

      * The maker must hold KEY authority for the kind of change, and
      * the change must be well formed now - a malformed item would
      * only be rejected at approval after wasting a checker's time.
      * The same line keyed twice by the same maker is not queued
      * twice.
       QUEUE-TRANSACTION.
           MOVE WS-TXN-OPERATOR TO WS-AUTH-FIND-OP.
           MOVE "KEY" TO WS-AUTH-FIND-ROLE.
           MOVE WS-TXN-ACTION TO WS-AUTH-FIND-KIND.
           PERFORM CHECK-AUTHORITY.
           IF WS-AUTHORIZED = 'N' THEN
               MOVE "NOT-AUTHORIZED" TO WS-TXN-REASON
           ELSE
               PERFORM VET-KEYED-TRANSACTION
           END-IF.
           IF WS-TXN-REASON = SPACES THEN
               PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                       UNTIL WS-PQ-IDX > WS-PQ-USED
                   IF WS-PQ-LIVE (WS-PQ-IDX) = 'Y' AND
                      WS-PQ-LINE (WS-PQ-IDX) = WS-TXN-LINE THEN
                       MOVE "ALREADY-PENDING" TO WS-TXN-REASON
                       MOVE WS-PQ-ID (WS-PQ-IDX) TO WS-TXN-ID
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TXN-REASON = SPACES THEN
               IF WS-PQ-USED = 200 THEN
                   MOVE "QUEUE-FULL" TO WS-TXN-REASON
               ELSE
                   ADD 1 TO WS-PQ-USED
                   MOVE WS-NEXT-ID TO WS-PQ-ID (WS-PQ-USED)
                   MOVE WS-RUN-CYCLE TO WS-PQ-CYCLE (WS-PQ-USED)
                   MOVE WS-RUN-DATE TO WS-PQ-DATE (WS-PQ-USED)
                   MOVE WS-RUN-TIME (1:6) TO WS-PQ-TIME (WS-PQ-USED)
                   MOVE WS-TXN-OPERATOR TO WS-PQ-MAKER (WS-PQ-USED)
                   MOVE WS-TXN-ACTION TO WS-PQ-KIND (WS-PQ-USED)
                   MOVE WS-TXN-LINE TO WS-PQ-LINE (WS-PQ-USED)
                   MOVE 'Y' TO WS-PQ-LIVE (WS-PQ-USED)
                   MOVE WS-NEXT-ID TO WS-TXN-ID
                   ADD 1 TO WS-NEXT-ID
                   MOVE "QUEUED" TO WS-TXN-RESULT
               END-IF
           END-IF.

       VET-KEYED-TRANSACTION.
           EVALUATE WS-TXN-ACTION
               WHEN "rename"
                   IF WS-TXN-TOK-4 = SPACES THEN
                       MOVE "MISSING-FIELD" TO WS-TXN-REASON
                   END-IF
               WHEN "adjust"
                   IF WS-TXN-TOK-4 = SPACES OR
                      WS-TXN-VALUE-LEN = 0 THEN
                       MOVE "MISSING-FIELD" TO WS-TXN-REASON
                   ELSE
                       PERFORM SET-ADJUST-MAX
                       IF WS-ADJ-MAX = 0 THEN
                           MOVE "UNKNOWN-FIELD" TO WS-TXN-REASON
                       ELSE
                           PERFORM VET-ADJUST-VALUE
                       END-IF
                   END-IF
               WHEN "refuel"
               WHEN "defuel"
                   PERFORM VET-FUEL-QUANTITY
               WHEN "correct"
                   PERFORM VET-CORRECTION
           END-EVALUATE.

      * The item number rides where the boat name would. The approver
      * must be someone other than the maker and hold APPROVE
      * authority for the kind of change; a refused approval leaves
      * the item waiting. An approved item is applied exactly as it
      * was keyed and leaves the queue whether the master accepts it
      * or not - either way it has been decided.
       APPROVE-PENDING.
           PERFORM FIND-PENDING-ITEM.
           IF WS-TXN-REASON = SPACES THEN
               MOVE WS-TXN-OPERATOR TO WS-DECIDER
               MOVE WS-PQ-LINE (WS-PQ-FOUND) TO WS-TXN-LINE
               PERFORM PARSE-TRANSACTION
               MOVE WS-DECIDER TO WS-TXN-CHECKER
               MOVE WS-PQ-ID (WS-PQ-FOUND) TO WS-TXN-ID
               MOVE WS-DECIDER TO WS-AUTH-FIND-OP
               MOVE "APPROVE" TO WS-AUTH-FIND-ROLE
               MOVE WS-PQ-KIND (WS-PQ-FOUND) TO WS-AUTH-FIND-KIND
               PERFORM CHECK-AUTHORITY
               EVALUATE TRUE
                   WHEN WS-DECIDER = WS-PQ-MAKER (WS-PQ-FOUND)
                       MOVE "SAME-OPERATOR" TO WS-TXN-REASON
                   WHEN WS-AUTHORIZED = 'N'
                       MOVE "NOT-AUTHORIZED" TO WS-TXN-REASON
                   WHEN OTHER
                       MOVE 'N' TO WS-PQ-LIVE (WS-PQ-FOUND)
                       PERFORM APPLY-APPROVED-ITEM
               END-EVALUATE
           END-IF.

       APPLY-APPROVED-ITEM.
           EVALUATE WS-TXN-ACTION
               WHEN "add" PERFORM APPLY-ADD
               WHEN "retire" PERFORM APPLY-RETIRE
               WHEN "rename" PERFORM APPLY-RENAME
               WHEN "adjust" PERFORM APPLY-ADJUST
               WHEN "refuel" PERFORM APPLY-REFUEL
               WHEN "defuel" PERFORM APPLY-DEFUEL
               WHEN "correct" PERFORM RELEASE-CORRECTION
           END-EVALUATE.

      * The maker may withdraw an item; otherwise declining takes
      * the same APPROVE authority approving would.
       DECLINE-PENDING.
           PERFORM FIND-PENDING-ITEM.
           IF WS-TXN-REASON = SPACES THEN
               MOVE WS-TXN-OPERATOR TO WS-DECIDER
               MOVE WS-PQ-LINE (WS-PQ-FOUND) TO WS-TXN-LINE
               PERFORM PARSE-TRANSACTION
               MOVE WS-DECIDER TO WS-TXN-CHECKER
               MOVE WS-PQ-ID (WS-PQ-FOUND) TO WS-TXN-ID
               MOVE WS-DECIDER TO WS-AUTH-FIND-OP
               MOVE "APPROVE" TO WS-AUTH-FIND-ROLE
               MOVE WS-PQ-KIND (WS-PQ-FOUND) TO WS-AUTH-FIND-KIND
               PERFORM CHECK-AUTHORITY
               IF WS-DECIDER = WS-PQ-MAKER (WS-PQ-FOUND) OR
                  WS-AUTHORIZED = 'Y' THEN
                   MOVE 'N' TO WS-PQ-LIVE (WS-PQ-FOUND)
                   MOVE "DECLINED" TO WS-TXN-RESULT
               ELSE
                   MOVE "NOT-AUTHORIZED" TO WS-TXN-REASON
               END-IF
           END-IF.

      * The item number is keyed free-width and justified before the
      * numeric test, like every other keyed number.
       FIND-PENDING-ITEM.
           MOVE 0 TO WS-PQ-FOUND.
           MOVE SPACES TO WS-FIND-ID-JUST.
           IF WS-TXN-SUB-LEN > 0 AND WS-TXN-SUB-LEN <= 6 THEN
               MOVE WS-TXN-SUB (1:WS-TXN-SUB-LEN) TO WS-FIND-ID-JUST
               INSPECT WS-FIND-ID-JUST
                   REPLACING LEADING SPACES BY ZERO
           END-IF.
           IF WS-FIND-ID-JUST IS NUMERIC THEN
               MOVE WS-FIND-ID-JUST TO WS-FIND-ID
               PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                       UNTIL WS-PQ-IDX > WS-PQ-USED
                   IF WS-PQ-ID (WS-PQ-IDX) = WS-FIND-ID AND
                      WS-PQ-LIVE (WS-PQ-IDX) = 'Y' THEN
                       MOVE WS-PQ-IDX TO WS-PQ-FOUND
                   END-IF
               END-PERFORM
               IF WS-PQ-FOUND = 0 THEN
                   MOVE "NOT-PENDING" TO WS-TXN-REASON
               END-IF
           ELSE
               MOVE "BAD-ITEM" TO WS-TXN-REASON
           END-IF.

      * A correction is vetted the way the fleet run vets it: the
      * sequence number and value right-justified and zero-filled
      * by their counted lengths, and the repaired command one the
      * run can apply.
       VET-CORRECTION.
           MOVE SPACES TO WS-COR-SEQ-JUST, WS-COR-VALUE-JUST.
           IF WS-TXN-TOK-4-LEN > 0 AND WS-TXN-TOK-4-LEN <= 8 AND
              WS-TXN-TOK-6-LEN > 0 AND WS-TXN-TOK-6-LEN <= 20 THEN
               MOVE WS-TXN-TOK-4 (1:WS-TXN-TOK-4-LEN)
                   TO WS-COR-SEQ-JUST
               INSPECT WS-COR-SEQ-JUST
                   REPLACING LEADING SPACES BY ZERO
               MOVE WS-TXN-TOK-6 (1:WS-TXN-TOK-6-LEN)
                   TO WS-COR-VALUE-JUST
               INSPECT WS-COR-VALUE-JUST
                   REPLACING LEADING SPACES BY ZERO
               IF WS-COR-SEQ-JUST IS NUMERIC AND
                  (WS-TXN-VALUE-TOK = "forward" OR
                   WS-TXN-VALUE-TOK = "up" OR
                   WS-TXN-VALUE-TOK = "down") AND
                  WS-COR-VALUE-JUST IS NUMERIC THEN
                   CONTINUE
               ELSE
                   MOVE "BAD-VALUE" TO WS-TXN-REASON
               END-IF
           ELSE
               MOVE "MISSING-FIELD" TO WS-TXN-REASON
           END-IF.

      * An approved correction goes to the fleet run's corrections
      * file in the run's own layout - submarine, sequence, command,
      * value - with the maker and checker after it.
       RELEASE-CORRECTION.
           PERFORM VET-CORRECTION.
           IF WS-TXN-REASON = SPACES THEN
               IF WS-CORRECTIONS-OPEN = 'N' THEN
                   OPEN EXTEND CORRECTIONS-FILE
                   IF WS-CORRECTIONS-STATUS NOT = "00" THEN
                       OPEN OUTPUT CORRECTIONS-FILE
                   END-IF
                   MOVE 'Y' TO WS-CORRECTIONS-OPEN
               END-IF
               MOVE SPACES TO CORRECTIONS-REC
               STRING WS-TXN-SUB DELIMITED BY SPACE
                   " " WS-COR-SEQ-JUST
                   " " DELIMITED BY SIZE
                   WS-TXN-VALUE-TOK DELIMITED BY SPACE
                   " " WS-COR-VALUE-JUST
                   " MAKER=" DELIMITED BY SIZE
                   WS-TXN-OPERATOR DELIMITED BY SPACE
                   " CHECKER=" DELIMITED BY SIZE
                   WS-TXN-CHECKER DELIMITED BY SPACE
                   INTO CORRECTIONS-REC
               END-STRING
               WRITE CORRECTIONS-REC
               MOVE "APPLIED" TO WS-TXN-RESULT
           END-IF.

      * A new boat enters the master at zero everywhere, exactly as
      * LOAD-MASTER would seed it on first sight - but under
                             MST-COUNT-FORWARD, MST-COUNT-UP,
                             MST-COUNT-DOWN, MST-COUNT-TOTAL,
                             MST-LAST-CYCLE, MST-RUN-FORWARD,
                             MST-RUN-UP, MST-RUN-DOWN, MST-RUN-TOTAL,
                             MST-FUEL-ON-HAND, MST-FUEL-RECEIVED,
                             MST-FUEL-REMOVED
                   MOVE 'N' TO MST-FUEL-STOCKED
                   WRITE MASTER-REC
                   MOVE MASTER-REC TO WS-AFTER-IMAGE
                   MOVE "APPLIED" TO WS-TXN-RESULT
           END-IF.

       APPLY-ADJUST-FIELD.
           PERFORM SET-ADJUST-MAX.
           IF WS-ADJ-MAX = 0 THEN
               MOVE "UNKNOWN-FIELD" TO WS-TXN-REASON
           ELSE
               END-IF
           END-IF.

      * Fuel taken aboard is added to what the boat holds, and is
      * counted as received so the next fleet run can show it as a
      * resupply on the boat's fuel ledger. A boat never stocked
      * before holds only what this refuel puts aboard.
       APPLY-REFUEL.
           PERFORM VET-FUEL-QUANTITY.
           IF WS-TXN-REASON = SPACES THEN
               MOVE WS-TXN-SUB TO MST-SUB-NAME
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "NOT-ON-MASTER" TO WS-TXN-REASON
                   NOT INVALID KEY
                       MOVE MASTER-REC TO WS-BEFORE-IMAGE
                       PERFORM APPLY-REFUEL-QUANTITY
               END-READ
           END-IF.

       APPLY-REFUEL-QUANTITY.
           IF MST-FUEL-STOCKED NOT = 'Y' THEN
               MOVE 0 TO MST-FUEL-ON-HAND, MST-FUEL-RECEIVED,
                   MST-FUEL-REMOVED
           END-IF.
           MOVE MST-FUEL-ON-HAND TO WS-FUEL-QTY-BEFORE.
           COMPUTE WS-FUEL-NEW-QTY = MST-FUEL-ON-HAND + WS-FUEL-QTY.
           IF WS-FUEL-NEW-QTY > 99999999 OR
              MST-FUEL-RECEIVED + WS-FUEL-QTY > 99999999 THEN
               MOVE "BAD-VALUE" TO WS-TXN-REASON
           ELSE
               MOVE WS-FUEL-NEW-QTY TO MST-FUEL-ON-HAND
               ADD WS-FUEL-QTY TO MST-FUEL-RECEIVED
               MOVE 'Y' TO MST-FUEL-STOCKED
               MOVE MST-FUEL-ON-HAND TO WS-FUEL-QTY-AFTER
               REWRITE MASTER-REC
               MOVE MASTER-REC TO WS-AFTER-IMAGE
               MOVE "APPLIED" TO WS-TXN-RESULT
           END-IF.

      * Fuel taken off can never exceed what the boat holds - a boat
      * never stocked holds none.
       APPLY-DEFUEL.
           PERFORM VET-FUEL-QUANTITY.
           IF WS-TXN-REASON = SPACES THEN
               MOVE WS-TXN-SUB TO MST-SUB-NAME
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "NOT-ON-MASTER" TO WS-TXN-REASON
                   NOT INVALID KEY
                       MOVE MASTER-REC TO WS-BEFORE-IMAGE
                       PERFORM APPLY-DEFUEL-QUANTITY
               END-READ
           END-IF.

       APPLY-DEFUEL-QUANTITY.
           IF MST-FUEL-STOCKED NOT = 'Y' THEN
               MOVE "INSUFFICIENT-FUEL" TO WS-TXN-REASON
           ELSE
               IF WS-FUEL-QTY > MST-FUEL-ON-HAND OR
                  MST-FUEL-REMOVED + WS-FUEL-QTY > 99999999 THEN
                   MOVE "INSUFFICIENT-FUEL" TO WS-TXN-REASON
               ELSE
                   MOVE MST-FUEL-ON-HAND TO WS-FUEL-QTY-BEFORE
                   SUBTRACT WS-FUEL-QTY FROM MST-FUEL-ON-HAND
                   ADD WS-FUEL-QTY TO MST-FUEL-REMOVED
                   MOVE MST-FUEL-ON-HAND TO WS-FUEL-QTY-AFTER
                   REWRITE MASTER-REC
                   MOVE MASTER-REC TO WS-AFTER-IMAGE
                   MOVE "APPLIED" TO WS-TXN-RESULT
               END-IF
           END-IF.

      * The fuel quantity is keyed free-width like an adjust value -
      * right-justified and zero-filled, at most eight digits, and
      * never zero.
       VET-FUEL-QUANTITY.
           MOVE 0 TO WS-FUEL-QTY.
           IF WS-TXN-TOK-4-LEN = 0 THEN
               MOVE "MISSING-FIELD" TO WS-TXN-REASON
           ELSE
               IF WS-TXN-TOK-4-LEN <= 8 THEN
                   MOVE SPACES TO WS-ADJ-JUST
                   MOVE WS-TXN-TOK-4 (1:WS-TXN-TOK-4-LEN)
                       TO WS-ADJ-JUST
                   INSPECT WS-ADJ-JUST
                       REPLACING LEADING SPACES BY ZERO
                   IF WS-ADJ-JUST IS NUMERIC THEN
                       MOVE WS-ADJ-JUST TO WS-FUEL-QTY
                   END-IF
               END-IF
               IF WS-FUEL-QTY = 0 THEN
                   MOVE "BAD-VALUE" TO WS-TXN-REASON
               END-IF
           END-IF.

       SET-ADJUST-MAX.
           EVALUATE WS-TXN-TOK-4
               WHEN "depth" MOVE 8 TO WS-ADJ-MAX
               WHEN "position" MOVE 6 TO WS-ADJ-MAX
               WHEN "aim" MOVE 5 TO WS-ADJ-MAX
               WHEN OTHER MOVE 0 TO WS-ADJ-MAX
           END-EVALUATE.

      * Vets the free-width adjust value the way corrections are
      * vetted: a leading minus (aim only) comes off to its own flag,
      * the digits are right-justified and zero-filled, and anything
           END-IF.

      * Three journal lines per transaction - the verdict with who
      * keyed it, who approved or declined it, the queue item and the
      * cycle it lands in, then the full before and after record
      * images, so any balance can be walked back through its
      * adjustments and every change to the two operators behind it.
       WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-REC.
           MOVE 1 TO WS-JNL-PTR.
           STRING "MAINT CYCLE=" WS-RUN-CYCLE
               " DATE=" WS-RUN-DATE
               " TIME=" WS-RUN-TIME (1:6)
               " OP=" DELIMITED BY SIZE
               WS-TXN-OPERATOR DELIMITED BY SPACE
               INTO JOURNAL-REC WITH POINTER WS-JNL-PTR
           END-STRING.
           IF WS-TXN-CHECKER NOT = SPACES THEN
               STRING " CHECKER=" DELIMITED BY SIZE
                   WS-TXN-CHECKER DELIMITED BY SPACE
                   INTO JOURNAL-REC WITH POINTER WS-JNL-PTR
               END-STRING
           END-IF.
           STRING " ACTION=" DELIMITED BY SIZE
               WS-TXN-ACTION DELIMITED BY SPACE
               " SUB=" DELIMITED BY SIZE
               WS-TXN-SUB DELIMITED BY SPACE
               INTO JOURNAL-REC WITH POINTER WS-JNL-PTR
           END-STRING.
           IF WS-TXN-ID > 0 THEN
               STRING " ID=" WS-TXN-ID
                   DELIMITED BY SIZE
                   INTO JOURNAL-REC WITH POINTER WS-JNL-PTR
               END-STRING
           END-IF.
           STRING " RESULT=" DELIMITED BY SIZE
               WS-TXN-RESULT DELIMITED BY SPACE
               INTO JOURNAL-REC WITH POINTER WS-JNL-PTR
           END-STRING.
           IF WS-TXN-RESULT = "APPLIED" AND
              (WS-TXN-ACTION = "refuel" OR
               WS-TXN-ACTION = "defuel") THEN
               STRING " QTY-BEFORE=" WS-FUEL-QTY-BEFORE
                   " QTY-AFTER=" WS-FUEL-QTY-AFTER
                   DELIMITED BY SIZE
                   INTO JOURNAL-REC WITH POINTER WS-JNL-PTR
               END-STRING
           END-IF.
           IF WS-TXN-REASON NOT = SPACES THEN
               STRING " REASON=" DELIMITED BY SIZE
                   WS-TXN-REASON DELIMITED BY SPACE
                   " REC=" WS-TXN-LINE
                   DELIMITED BY SIZE
                   INTO JOURNAL-REC WITH POINTER WS-JNL-PTR
               END-STRING
           END-IF.
           WRITE JOURNAL-REC.
               DELIMITED BY SIZE INTO JOURNAL-REC
           END-STRING.
           WRITE JOURNAL-REC.

      * The queue is written back whole - header first, then every
      * item still live.
       SAVE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           MOVE SPACES TO PENDING-REC.
           STRING "QUEUE NEXT-ID=" WS-NEXT-ID
               DELIMITED BY SIZE INTO PENDING-REC
           END-STRING.
           WRITE PENDING-REC.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-USED
               IF WS-PQ-LIVE (WS-PQ-IDX) = 'Y' THEN
                   MOVE WS-PQ-DATA (WS-PQ-IDX) TO PENDING-REC
                   WRITE PENDING-REC
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.

      * Everything still waiting for its second operator, oldest
      * first, then the session totals.
       WRITE-PENDING-REPORT.
           PERFORM VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-USED
               IF WS-PQ-LIVE (WS-PQ-IDX) = 'Y' THEN
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM AGE-PENDING-ITEM
                   MOVE WS-PQ-IDX TO WS-PQ-FOUND
                   PERFORM REPORT-PENDING-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO PENDING-REPORT-REC.
           STRING "PENDING-QUEUE CYCLE=" WS-RUN-CYCLE
               " QUEUED=" WS-QUEUED-COUNT
               " APPLIED=" WS-APPLIED-COUNT
               " DECLINED=" WS-DECLINED-COUNT
               " REJECTED=" WS-REJECTED-COUNT
               " EXPIRED=" WS-EXPIRED-COUNT
               " WAITING=" WS-WAITING-COUNT
               " EXPIRY-CYCLES=" WS-PEND-EXPIRY
               DELIMITED BY SIZE INTO PENDING-REPORT-REC
           END-STRING.
           WRITE PENDING-REPORT-REC.

      * One report line per item - EXPIRED when it has just been
      * taken off the queue, WAITING otherwise.
       REPORT-PENDING-ITEM.
           IF WS-PQ-LIVE (WS-PQ-FOUND) = 'Y' THEN
               MOVE "WAITING" TO WS-REPORT-STATE
           ELSE
               MOVE "EXPIRED" TO WS-REPORT-STATE
           END-IF.
           MOVE SPACES TO PENDING-REPORT-REC.
           STRING WS-REPORT-STATE
               " ID=" WS-PQ-ID (WS-PQ-FOUND)
               " KEYED-CYCLE=" WS-PQ-CYCLE (WS-PQ-FOUND)
               " KEYED-DATE=" WS-PQ-DATE (WS-PQ-FOUND)
               " AGE=" WS-PEND-AGE
               " MAKER=" DELIMITED BY SIZE
               WS-PQ-MAKER (WS-PQ-FOUND) DELIMITED BY SPACE
               " KIND=" DELIMITED BY SIZE
               WS-PQ-KIND (WS-PQ-FOUND) DELIMITED BY SPACE
               " REC=" WS-PQ-LINE (WS-PQ-FOUND)
               DELIMITED BY SIZE INTO PENDING-REPORT-REC
           END-STRING.
           WRITE PENDING-REPORT-REC.
