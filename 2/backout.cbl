       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2021-BACKOUT.

      * Cycle backout. Once MARK-RUN-COMPLETE has flagged a cycle
      * done there was no supported way back from a bad run - a
      * wrong control.txt, a bad rates.txt, a corrupted log that
      * balanced anyway - with every boat's master rolled forward,
      * the cycle's HIST lines on history.txt and shore.dat possibly
      * already gone out. This program reverses the completed cycle
      * named on backout.txt: every fleet.mst record goes back to the
      * pre-cycle image the fleet run took in fleet.pre when it
      * opened the cycle, each reversal journaled to maint.jnl with
      * its before and after record images the way maintenance
      * journals its own changes; the cycle's HIST lines come off
      * history.txt, its applications come off the transmission
      * register, and exceptions.txt goes back to the pre-cycle copy.
      * cycle.txt is then flagged in-progress again - marked B, so
      * the next fleet run reruns the cycle from the start under the
      * same number - and shore.rev tells shore command which
      * cycle's figures to discard and what each boat's closing
      * state reverts to. Only the cycle cycle.txt shows as the last
      * completed one can be backed out, and only against an image
      * of that same cycle; anything else is refused untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The backout request - one line: the operator authorizing it,
      * then the cycle to reverse
           SELECT BACKOUT-FILE ASSIGN TO "backout.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKOUT-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
      * Pre-cycle master image, as the fleet run writes it: IMAGE
      * header, one "MST " line per master record, IMAGE-END trailer
           SELECT IMAGE-FILE ASSIGN TO "fleet.pre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMAGE-STATUS.
      * The consolidated exceptions file as it stood with the image
           SELECT EXC-IMAGE-FILE ASSIGN TO "exceptions.pre"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-IMAGE-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "exceptions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTIONS-STATUS.
      * Fleet master - same layout the fleet run maintains, walked in
      * key order for boats the image does not hold and read by key
      * to restore the ones it does
           SELECT MASTER-FILE ASSIGN TO "fleet.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-SUB-NAME
           FILE STATUS IS WS-MASTER-STATUS.
      * Transmission register - the reversed cycle's applications
      * come off it, so its logs read as unapplied again
           SELECT REGISTER-FILE ASSIGN TO "transmit.reg"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-KEY
           FILE STATUS IS WS-REGISTER-STATUS.
      * Maintenance journal, appended to in maintenance's own
      * three-line form
           SELECT JOURNAL-FILE ASSIGN TO "maint.jnl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
      * Run history and the work copy it is filtered through - the
      * cycle's lines are dropped on the way to the work file and
      * the rest copied back
           SELECT HISTORY-FILE ASSIGN TO "history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
           SELECT WORK-FILE ASSIGN TO "history.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
      * Shore reversal notice - fixed-width like shore.dat: header
      * naming the reversed cycle, one detail per boat whose closing
      * state reverts, trailer with count and hash totals
           SELECT NOTICE-FILE ASSIGN TO "shore.rev"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BACKOUT-FILE.
       01 BACKOUT-REC.
           05 PIC X(80).
       FD CYCLE-FILE.
       01 CYCLE-REC.
           05 PIC X(20).
       FD IMAGE-FILE.
       01 IMAGE-REC.
           05 PIC X(240).
       FD EXC-IMAGE-FILE.
       01 EXC-IMAGE-REC.
           05 PIC X(300).
       FD EXCEPTIONS-FILE.
       01 EXCEPTIONS-REC.
           05 PIC X(300).
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
      * Same layout as the fleet run's register
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
       FD JOURNAL-FILE.
       01 JOURNAL-REC.
           05 PIC X(300).
       FD HISTORY-FILE.
       01 HISTORY-REC.
           05 PIC X(400).
       FD WORK-FILE.
       01 WORK-REC.
           05 PIC X(400).
       FD NOTICE-FILE.
       01 NOTICE-REC.
           05 PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-BACKOUT-STATUS PIC X(2).
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-IMAGE-STATUS PIC X(2).
       01 WS-EXC-IMAGE-STATUS PIC X(2).
       01 WS-EXCEPTIONS-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-FILE-EOF PIC A(1).
       01 WS-INPUT-REC PIC X(400).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8).
      * The request as keyed - operator, then the cycle, free width
      * and right-justified before the numeric test
       01 WS-REQ-OPERATOR PIC X(20).
       01 WS-REQ-CYCLE-TOK PIC X(20).
       01 WS-REQ-CYCLE-LEN PIC 9(2).
       01 WS-REQ-CYCLE-JUST PIC X(6) JUSTIFIED RIGHT.
       01 WS-REQ-CYCLE PIC 9(6) VALUE IS 0.
      * Why the backout was refused - blank while it may go ahead
       01 WS-BACKOUT-REASON PIC X(24) VALUE IS SPACES.
      * cycle.txt as it stands
       01 WS-RUN-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-CYCLE-FLAG PIC X(1) VALUE IS SPACE.
      * The pre-cycle image, held whole so the master can be walked
      * against it - a fleet larger than the table is refused before
      * anything is touched, never half reversed
       01 WS-IMAGE-TABLE.
           05 WS-IMG-ENTRY OCCURS 200 TIMES.
               10 WS-IMG-REC PIC X(209).
       01 WS-IMAGE-USED PIC 9(3) VALUE IS 0.
       01 WS-IMAGE-IDX PIC 9(3).
       01 WS-IMAGE-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-IMAGE-TRAILER PIC A(1) VALUE IS 'N'.
       01 WS-IMAGE-TRL-COUNT PIC 9(6) VALUE IS 0.
       01 WS-IMAGE-FOUND PIC A(1).
      * Full record images for the journal - *NONE* stands in where a
      * record does not exist on that side of the reversal
       01 WS-BEFORE-IMAGE PIC X(209).
       01 WS-AFTER-IMAGE PIC X(209).
      * The reversal in hand, for the journal and the shore notice:
      * R - figures restored, D - boat removed (it did not exist
      * before the cycle), A - boat reinstated (it left the master
      * during the cycle)
       01 WS-REVERSAL-CODE PIC X(1).
       01 WS-REVERSAL-SUB PIC X(80).
      * Shore reversal notice records, built field by field and
      * written whole
       01 WS-NOTICE-HEADER.
           05 WS-NH-TYPE PIC X(1).
           05 WS-NH-DATE PIC 9(8).
           05 WS-NH-TIME PIC X(6).
           05 WS-NH-CYCLE PIC 9(6).
           05 FILLER PIC X(179) VALUE SPACES.
       01 WS-NOTICE-DETAIL.
           05 WS-ND-TYPE PIC X(1).
           05 WS-ND-SUB PIC X(80).
           05 WS-ND-ACTION PIC X(1).
           05 WS-ND-DEPTH PIC 9(8).
           05 WS-ND-POSITION PIC 9(6).
           05 WS-ND-AIM PIC S9(5) SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X(98) VALUE SPACES.
       01 WS-NOTICE-TRAILER.
           05 WS-NT-TYPE PIC X(1).
           05 WS-NT-COUNT PIC 9(8).
           05 WS-NT-DEPTH-HASH PIC 9(12).
           05 WS-NT-POSITION-HASH PIC 9(10).
           05 FILLER PIC X(169) VALUE SPACES.
      * Control totals
       01 WS-RESTORED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-REMOVED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-REINSTATED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-UNCHANGED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-HISTORY-REMOVED PIC 9(8) VALUE IS 0.
       01 WS-HISTORY-KEPT PIC 9(8) VALUE IS 0.
       01 WS-REGISTER-REMOVED PIC 9(6) VALUE IS 0.
      * KEY=value token handling over the history and image lines
       01 WS-TOKENS.
           05 WS-TOK PIC X(100) OCCURS 20 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TOK-KEY PIC X(30).
       01 WS-TOK-VALUE PIC X(60).
       01 WS-HIST-CYCLE PIC X(6).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-BACKOUT-REQUEST.
           IF WS-BACKOUT-REASON = SPACES THEN
               PERFORM CHECK-RUN-CYCLE
           END-IF.
           IF WS-BACKOUT-REASON = SPACES THEN
               PERFORM LOAD-IMAGE
           END-IF.
           IF WS-BACKOUT-REASON = SPACES THEN
               OPEN I-O MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00" THEN
                   MOVE "NO-MASTER" TO WS-BACKOUT-REASON
               END-IF
           END-IF.
           IF WS-BACKOUT-REASON = SPACES THEN
               PERFORM REVERSE-CYCLE
           ELSE
               DISPLAY "Backout refused: " WS-BACKOUT-REASON
                   " - nothing reversed"
           END-IF.
           STOP RUN.

       REVERSE-CYCLE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00" THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           PERFORM WRITE-NOTICE-HEADER.
           PERFORM REMOVE-CYCLE-BOATS.
           PERFORM RESTORE-IMAGE-BOATS.
           CLOSE MASTER-FILE.
           PERFORM WRITE-NOTICE-TRAILER.
           CLOSE NOTICE-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM REVERSE-REGISTER.
           PERFORM REMOVE-CYCLE-HISTORY.
           PERFORM RESTORE-EXCEPTIONS.
           PERFORM REOPEN-CYCLE.
           DISPLAY "Cycle " WS-REQ-CYCLE " backed out by "
               WS-REQ-OPERATOR.
           DISPLAY "  master restored " WS-RESTORED-COUNT
               " removed " WS-REMOVED-COUNT
               " reinstated " WS-REINSTATED-COUNT
               " unchanged " WS-UNCHANGED-COUNT.
           DISPLAY "  history lines removed " WS-HISTORY-REMOVED
               " register entries removed " WS-REGISTER-REMOVED.
           DISPLAY "  cycle " WS-REQ-CYCLE " reopened for rerun".

       LOAD-BACKOUT-REQUEST.
           MOVE SPACES TO WS-REQ-OPERATOR, WS-REQ-CYCLE-TOK.
           MOVE 0 TO WS-REQ-CYCLE-LEN.
           OPEN INPUT BACKOUT-FILE.
           IF WS-BACKOUT-STATUS NOT = "00" THEN
               MOVE "NO-REQUEST" TO WS-BACKOUT-REASON
           ELSE
               READ BACKOUT-FILE INTO BACKOUT-REC
                   AT END MOVE SPACES TO BACKOUT-REC
               END-READ
               CLOSE BACKOUT-FILE
               UNSTRING BACKOUT-REC DELIMITED BY ALL SPACES
                   INTO WS-REQ-OPERATOR,
                       WS-REQ-CYCLE-TOK COUNT IN WS-REQ-CYCLE-LEN
               END-UNSTRING
               IF WS-REQ-OPERATOR = SPACES OR
                  WS-REQ-CYCLE-LEN = 0 THEN
                   MOVE "MISSING-FIELD" TO WS-BACKOUT-REASON
               ELSE
                   PERFORM VET-REQUEST-CYCLE
               END-IF
           END-IF.

      * The cycle is keyed free width, so "5" and "000005" name the
      * same cycle; anything wider or non-numeric is refused.
       VET-REQUEST-CYCLE.
           IF WS-REQ-CYCLE-LEN > 6 THEN
               MOVE "BAD-CYCLE" TO WS-BACKOUT-REASON
           ELSE
               MOVE SPACES TO WS-REQ-CYCLE-JUST
               MOVE WS-REQ-CYCLE-TOK (1:WS-REQ-CYCLE-LEN)
                   TO WS-REQ-CYCLE-JUST
               INSPECT WS-REQ-CYCLE-JUST
                   REPLACING LEADING SPACES BY ZERO
               IF WS-REQ-CYCLE-JUST IS NUMERIC THEN
                   MOVE WS-REQ-CYCLE-JUST TO WS-REQ-CYCLE
               ELSE
                   MOVE "BAD-CYCLE" TO WS-BACKOUT-REASON
               END-IF
           END-IF.

      * Only the last completed cycle can come back: an earlier one
      * has later cycles built on its master, and an aborted one is
      * finished by the fleet run's own resume, not reversed.
       CHECK-RUN-CYCLE.
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
               MOVE "NO-CYCLE" TO WS-BACKOUT-REASON
           ELSE
               IF WS-REQ-CYCLE NOT = WS-RUN-CYCLE THEN
                   MOVE "NOT-LAST-CYCLE" TO WS-BACKOUT-REASON
               ELSE
                   IF WS-CYCLE-FLAG NOT = "C" THEN
                       MOVE "CYCLE-NOT-COMPLETE" TO WS-BACKOUT-REASON
                   END-IF
               END-IF
           END-IF.

      * The image must be this cycle's and whole - header for the
      * named cycle, trailer present and agreeing with the records
      * read - before a single master record is touched.
       LOAD-IMAGE.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS NOT = "00" THEN
               MOVE "NO-IMAGE" TO WS-BACKOUT-REASON
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
           IF WS-BACKOUT-REASON = SPACES THEN
               IF WS-IMAGE-CYCLE NOT = WS-REQ-CYCLE THEN
                   MOVE "IMAGE-WRONG-CYCLE" TO WS-BACKOUT-REASON
               ELSE
                   IF WS-IMAGE-TRAILER = 'N' OR
                      WS-IMAGE-TRL-COUNT NOT = WS-IMAGE-USED THEN
                       MOVE "IMAGE-INCOMPLETE" TO WS-BACKOUT-REASON
                   END-IF
               END-IF
           END-IF.

       TAKE-IMAGE-LINE.
           EVALUATE TRUE
               WHEN WS-INPUT-REC (1:4) = "MST "
                   IF WS-IMAGE-USED = 200 THEN
                       MOVE "IMAGE-TOO-LARGE" TO WS-BACKOUT-REASON
                   ELSE
                       ADD 1 TO WS-IMAGE-USED
                       MOVE WS-INPUT-REC (5:209)
                           TO WS-IMG-REC (WS-IMAGE-USED)
                   END-IF
               WHEN WS-INPUT-REC (1:6) = "IMAGE "
                   PERFORM SPLIT-TOKENS
                   PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                           UNTIL WS-TOK-IDX > 20
                       PERFORM SPLIT-KEY-VALUE
                       IF WS-TOK-KEY = "CYCLE" AND
                          WS-TOK-VALUE (1:6) IS NUMERIC THEN
                           MOVE WS-TOK-VALUE (1:6) TO WS-IMAGE-CYCLE
                       END-IF
                   END-PERFORM
               WHEN WS-INPUT-REC (1:10) = "IMAGE-END "
                   MOVE 'Y' TO WS-IMAGE-TRAILER
                   PERFORM SPLIT-TOKENS
                   PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                           UNTIL WS-TOK-IDX > 20
                       PERFORM SPLIT-KEY-VALUE
                       IF WS-TOK-KEY = "RECORDS" AND
                          WS-TOK-VALUE (1:6) IS NUMERIC THEN
                           MOVE WS-TOK-VALUE (1:6)
                               TO WS-IMAGE-TRL-COUNT
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * First pass, in key order: a boat on the master that the image
      * does not hold came on during the cycle and goes off again.
       REMOVE-CYCLE-BOATS.
           MOVE 'N' TO WS-FILE-EOF.
           MOVE LOW-VALUES TO MST-SUB-NAME.
           START MASTER-FILE KEY IS NOT LESS THAN MST-SUB-NAME
               INVALID KEY MOVE 'Y' TO WS-FILE-EOF
           END-START.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM FIND-IN-IMAGE
                   IF WS-IMAGE-FOUND = 'N' THEN
                       MOVE MASTER-REC TO WS-BEFORE-IMAGE
                       MOVE "*NONE*" TO WS-AFTER-IMAGE
                       MOVE MST-SUB-NAME TO WS-REVERSAL-SUB
                       DELETE MASTER-FILE RECORD
                       MOVE "D" TO WS-REVERSAL-CODE
                       ADD 1 TO WS-REMOVED-COUNT
                       PERFORM WRITE-JOURNAL
                       PERFORM WRITE-NOTICE-DETAIL
                   END-IF
           END-READ
           END-PERFORM.

       FIND-IN-IMAGE.
           MOVE 'N' TO WS-IMAGE-FOUND.
           PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
                   UNTIL WS-IMAGE-IDX > WS-IMAGE-USED
                      OR WS-IMAGE-FOUND = 'Y'
               IF WS-IMG-REC (WS-IMAGE-IDX) (1:80) = MST-SUB-NAME THEN
                   MOVE 'Y' TO WS-IMAGE-FOUND
               END-IF
           END-PERFORM.

      * Second pass, by key: every imaged boat goes back to its
      * pre-cycle record - rewritten where it changed, written back
      * where it left the master, left alone where the cycle never
      * moved it.
       RESTORE-IMAGE-BOATS.
           PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
                   UNTIL WS-IMAGE-IDX > WS-IMAGE-USED
               MOVE WS-IMG-REC (WS-IMAGE-IDX) (1:80) TO MST-SUB-NAME
               MOVE MST-SUB-NAME TO WS-REVERSAL-SUB
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "*NONE*" TO WS-BEFORE-IMAGE
                       MOVE WS-IMG-REC (WS-IMAGE-IDX) TO MASTER-REC
                       WRITE MASTER-REC
                       MOVE MASTER-REC TO WS-AFTER-IMAGE
                       MOVE "A" TO WS-REVERSAL-CODE
                       ADD 1 TO WS-REINSTATED-COUNT
                       PERFORM WRITE-JOURNAL
                       PERFORM WRITE-NOTICE-DETAIL
                   NOT INVALID KEY
                       IF MASTER-REC = WS-IMG-REC (WS-IMAGE-IDX) THEN
                           ADD 1 TO WS-UNCHANGED-COUNT
                       ELSE
                           MOVE MASTER-REC TO WS-BEFORE-IMAGE
                           MOVE WS-IMG-REC (WS-IMAGE-IDX) TO MASTER-REC
                           REWRITE MASTER-REC
                           MOVE MASTER-REC TO WS-AFTER-IMAGE
                           MOVE "R" TO WS-REVERSAL-CODE
                           ADD 1 TO WS-RESTORED-COUNT
                           PERFORM WRITE-JOURNAL
                           PERFORM WRITE-NOTICE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

      * Three journal lines per reversal in maintenance's own form -
      * stamped with the reversed cycle and the authorizing operator
      * - so the master's audit trail walks straight through the
      * backout.
       WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-REC.
           STRING "MAINT CYCLE=" WS-REQ-CYCLE
               " DATE=" WS-RUN-DATE
               " TIME=" WS-RUN-TIME (1:6)
               " OP=" DELIMITED BY SIZE
               WS-REQ-OPERATOR DELIMITED BY SPACE
               " ACTION=backout SUB=" DELIMITED BY SIZE
               WS-REVERSAL-SUB DELIMITED BY SPACE
               " RESULT=APPLIED"
               DELIMITED BY SIZE INTO JOURNAL-REC
           END-STRING.
           WRITE JOURNAL-REC.
           MOVE SPACES TO JOURNAL-REC.
           STRING "BEFORE " WS-BEFORE-IMAGE
               DELIMITED BY SIZE INTO JOURNAL-REC
           END-STRING.
           WRITE JOURNAL-REC.
           MOVE SPACES TO JOURNAL-REC.
           STRING "AFTER " WS-AFTER-IMAGE
               DELIMITED BY SIZE INTO JOURNAL-REC
           END-STRING.
           WRITE JOURNAL-REC.

       WRITE-NOTICE-HEADER.
           MOVE "V" TO WS-NH-TYPE.
           MOVE WS-RUN-DATE TO WS-NH-DATE.
           MOVE WS-RUN-TIME (1:6) TO WS-NH-TIME.
           MOVE WS-REQ-CYCLE TO WS-NH-CYCLE.
           MOVE WS-NOTICE-HEADER TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE 0 TO WS-NT-COUNT, WS-NT-DEPTH-HASH,
                     WS-NT-POSITION-HASH.

      * One detail per reverted boat: the closing state shore command
      * should now hold for it - the pre-cycle figures, or zeros with
      * action D for a boat that did not exist before the cycle.
       WRITE-NOTICE-DETAIL.
           MOVE "X" TO WS-ND-TYPE.
           MOVE WS-REVERSAL-SUB TO WS-ND-SUB.
           MOVE WS-REVERSAL-CODE TO WS-ND-ACTION.
           IF WS-REVERSAL-CODE = "D" THEN
               MOVE 0 TO WS-ND-DEPTH, WS-ND-POSITION, WS-ND-AIM
           ELSE
               MOVE MST-DEPTH TO WS-ND-DEPTH
               MOVE MST-POSITION TO WS-ND-POSITION
               MOVE MST-AIM TO WS-ND-AIM
           END-IF.
           ADD 1 TO WS-NT-COUNT.
           ADD WS-ND-DEPTH TO WS-NT-DEPTH-HASH
               ON SIZE ERROR
                   MOVE 999999999999 TO WS-NT-DEPTH-HASH
           END-ADD.
           ADD WS-ND-POSITION TO WS-NT-POSITION-HASH
               ON SIZE ERROR
                   MOVE 9999999999 TO WS-NT-POSITION-HASH
           END-ADD.
           MOVE WS-NOTICE-DETAIL TO NOTICE-REC.
           WRITE NOTICE-REC.

       WRITE-NOTICE-TRAILER.
           MOVE "T" TO WS-NT-TYPE.
           MOVE WS-NOTICE-TRAILER TO NOTICE-REC.
           WRITE NOTICE-REC.

      * The reversed cycle's applications come off the register, so
      * the same logs are taken as new when the cycle is rerun and
      * the register never claims a reversed application. No
      * register at all is nothing to reverse.
       REVERSE-REGISTER.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00" THEN
               MOVE 'N' TO WS-FILE-EOF
               MOVE LOW-VALUES TO REG-KEY
               START REGISTER-FILE KEY IS NOT LESS THAN REG-KEY
                   INVALID KEY MOVE 'Y' TO WS-FILE-EOF
               END-START
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ REGISTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF REG-APPLIED-CYCLE = WS-REQ-CYCLE THEN
                           DELETE REGISTER-FILE RECORD
                           ADD 1 TO WS-REGISTER-REMOVED
                       END-IF
               END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

      * The cycle's HIST lines - single run and consolidated streams
      * alike carry CYCLE= - are dropped on the way to the work file,
      * and what is left is copied back over history.txt.
       REMOVE-CYCLE-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00" THEN
               MOVE 'N' TO WS-FILE-EOF
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ HISTORY-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM FILTER-HISTORY-LINE
               END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE WORK-FILE
               MOVE 'N' TO WS-FILE-EOF
               OPEN INPUT WORK-FILE
               OPEN OUTPUT HISTORY-FILE
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ WORK-FILE INTO HISTORY-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       WRITE HISTORY-REC
               END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE HISTORY-FILE
           END-IF.

       FILTER-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-CYCLE.
           IF WS-INPUT-REC (1:5) = "HIST " THEN
               PERFORM SPLIT-TOKENS
               PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                       UNTIL WS-TOK-IDX > 20
                   PERFORM SPLIT-KEY-VALUE
                   IF WS-TOK-KEY = "CYCLE" THEN
                       MOVE WS-TOK-VALUE (1:6) TO WS-HIST-CYCLE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HIST-CYCLE IS NUMERIC AND
              WS-HIST-CYCLE = WS-REQ-CYCLE THEN
               ADD 1 TO WS-HISTORY-REMOVED
           ELSE
               MOVE WS-INPUT-REC TO WORK-REC
               WRITE WORK-REC
               ADD 1 TO WS-HISTORY-KEPT
           END-IF.

      * exceptions.txt goes back to the copy taken with the image, so
      * the rerun preloads and ages the exceptions that stood before
      * the cycle, not the bad run's. No copy means there were none.
       RESTORE-EXCEPTIONS.
           OPEN OUTPUT EXCEPTIONS-FILE.
           OPEN INPUT EXC-IMAGE-FILE.
           IF WS-EXC-IMAGE-STATUS = "00" THEN
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ EXC-IMAGE-FILE INTO EXCEPTIONS-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       WRITE EXCEPTIONS-REC
               END-READ
               END-PERFORM
               CLOSE EXC-IMAGE-FILE
           END-IF.
           CLOSE EXCEPTIONS-FILE.

      * In-progress again, with the B that tells the fleet run to
      * rerun the cycle from the start rather than resume it.
       REOPEN-CYCLE.
           OPEN OUTPUT CYCLE-FILE.
           MOVE SPACES TO CYCLE-REC.
           MOVE WS-REQ-CYCLE TO CYCLE-REC (1:6).
           MOVE "I" TO CYCLE-REC (8:1).
           MOVE "B" TO CYCLE-REC (10:1).
           WRITE CYCLE-REC.
           CLOSE CYCLE-FILE.

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
