       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2021-CHART.

      * Chart-change listing. limits.txt and zones.txt carry every
      * chart version of a boat's operating limits and of each
      * restricted zone, each line in force from its FROM= to its
      * TO= timestamp, and the fleet run judges every command against
      * the version in force at its timestamp. This program answers
      * what changed between two dates: the window comes from
      * chart.txt (one line, the from and to dates, each yyyymmdd or
      * yyyymmddhhmmss - a bare date runs from the start of the from
      * day to the end of the to day), and for every boat and every
      * zone the version in force at the start of the window is set
      * against the version in force at its end. Each difference is
      * listed in chartchg.txt as ADDED, CHANGED or WITHDRAWN with
      * the old and new versions and their fields, after a header
      * naming the window and before a trailer counting the changes.
      * Both chart files are opened INPUT only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The chart file being loaded - limits.txt, then zones.txt
           SELECT CHART-FILE ASSIGN TO DYNAMIC WS-CHART-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHART-STATUS.
      * The listing window - one line, from date and to date
           SELECT WINDOW-FILE ASSIGN TO "chart.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WINDOW-STATUS.
           SELECT LISTING-FILE ASSIGN TO "chartchg.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-FILE.
       01 CHART-REC.
           05 PIC X(160).
       FD WINDOW-FILE.
       01 WINDOW-REC.
           05 PIC X(80).
      * Header, one line per change, trailer
       FD LISTING-FILE.
       01 LISTING-REC.
           05 PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-CHART-STATUS PIC X(2).
       01 WS-WINDOW-STATUS PIC X(2).
       01 WS-CHART-EOF PIC A(1).
       01 WS-CHART-FILENAME PIC X(40).
       01 WS-LISTING-REASON PIC X(30) VALUE SPACES.
      * The window, as keyed and as the two moments compared
       01 WS-WIN-TOK-1 PIC X(30).
       01 WS-WIN-TOK-2 PIC X(30).
       01 WS-WIN-FROM PIC 9(14).
       01 WS-WIN-TO PIC 9(14).
      * Effective dating, exactly as the fleet run reads it: the
      * optional FROM= and TO= tokens are lifted off the line before
      * its positional fields are parsed, and either one left off
      * leaves the window open at that end
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
      * Kind 1 is a boat's limits, kind 2 a zone. Each kind names its
      * positional fields for the listing and says how many of them
      * a line must carry to be charted at all.
       01 WS-KIND PIC 9(1).
       01 WS-KIND-TABLE.
           05 WS-KIND-ENTRY OCCURS 2 TIMES.
               10 WS-KIND-WORD PIC X(6).
               10 WS-KIND-KEY PIC X(4).
               10 WS-KIND-REQUIRED PIC 9(1).
               10 WS-KIND-LABEL PIC X(12) OCCURS 6 TIMES.
      * Every chart version of both files, in file order
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 500 TIMES.
               10 WS-VER-KIND PIC 9(1).
               10 WS-VER-NAME PIC X(80).
               10 WS-VER-FROM PIC 9(14).
               10 WS-VER-TO PIC 9(14).
               10 WS-VER-FIELD PIC X(20) OCCURS 6 TIMES.
       01 WS-VER-USED PIC 9(3) VALUE IS 0.
       01 WS-VER-IDX PIC 9(3).
       01 WS-VER-SCAN PIC 9(3).
       01 WS-VER-FIRST PIC A(1).
       01 WS-VER-TABLE-FULL PIC A(1) VALUE IS 'N'.
       01 WS-LINE-NAME PIC X(80).
       01 WS-LINE-FIELDS.
           05 WS-LINE-FIELD PIC X(20) OCCURS 6 TIMES.
       01 WS-FIELD-IDX PIC 9(1).
       01 WS-SKIPPED PIC 9(6) VALUE IS 0.
       01 WS-KIND-COUNT PIC 9(3) OCCURS 2 TIMES.
      * The versions in force at each end of the window for the name
      * being compared, and the change they amount to
       01 WS-AT PIC 9(14).
       01 WS-FOUND PIC 9(3).
       01 WS-OLD PIC 9(3).
       01 WS-NEW PIC 9(3).
       01 WS-CHANGE PIC X(10).
       01 WS-OUT-PTR PIC 9(3).
       01 WS-SIDE-WORD PIC X(4).
       01 WS-SIDE PIC 9(3).
       01 WS-ADDED PIC 9(6) VALUE IS 0.
       01 WS-CHANGED PIC 9(6) VALUE IS 0.
       01 WS-WITHDRAWN PIC 9(6) VALUE IS 0.

       PROCEDURE DIVISION.
           PERFORM INIT-KIND-TABLE.
           PERFORM LOAD-WINDOW.
           IF WS-LISTING-REASON = SPACES THEN
               MOVE 1 TO WS-KIND
               MOVE "limits.txt" TO WS-CHART-FILENAME
               PERFORM LOAD-CHART
               MOVE 2 TO WS-KIND
               MOVE "zones.txt" TO WS-CHART-FILENAME
               PERFORM LOAD-CHART
               PERFORM WRITE-LISTING
               DISPLAY "Chart changes " WS-WIN-FROM " to " WS-WIN-TO
                   " - added " WS-ADDED " changed " WS-CHANGED
                   " withdrawn " WS-WITHDRAWN
               IF WS-SKIPPED > 0 THEN
                   DISPLAY "  " WS-SKIPPED " malformed chart line(s)"
                       " not compared"
               END-IF
           ELSE
               DISPLAY "Chart change listing refused: "
                   WS-LISTING-REASON " - nothing listed"
           END-IF.
           STOP RUN.

       INIT-KIND-TABLE.
           MOVE SPACES TO WS-KIND-TABLE.
           MOVE "LIMITS" TO WS-KIND-WORD (1).
           MOVE "SUB" TO WS-KIND-KEY (1).
           MOVE 3 TO WS-KIND-REQUIRED (1).
           MOVE "MAX-DEPTH" TO WS-KIND-LABEL (1, 1).
           MOVE "MAX-ADVANCE" TO WS-KIND-LABEL (1, 2).
           MOVE "MAX-AIM" TO WS-KIND-LABEL (1, 3).
           MOVE "START-FUEL" TO WS-KIND-LABEL (1, 4).
           MOVE "RESERVE" TO WS-KIND-LABEL (1, 5).
           MOVE "ZONE" TO WS-KIND-WORD (2).
           MOVE "ZONE" TO WS-KIND-KEY (2).
           MOVE 4 TO WS-KIND-REQUIRED (2).
           MOVE "DEPTH-MIN" TO WS-KIND-LABEL (2, 1).
           MOVE "DEPTH-MAX" TO WS-KIND-LABEL (2, 2).
           MOVE "POS-MIN" TO WS-KIND-LABEL (2, 3).
           MOVE "POS-MAX" TO WS-KIND-LABEL (2, 4).
           MOVE "WINDOW-START" TO WS-KIND-LABEL (2, 5).
           MOVE "WINDOW-END" TO WS-KIND-LABEL (2, 6).
           MOVE 0 TO WS-KIND-COUNT (1), WS-KIND-COUNT (2).

      * The two dates take the same forms as a chart line's FROM= and
      * TO=, read the same way - a bare from date opens at the start
      * of its day, a bare to date closes at the end of its day.
       LOAD-WINDOW.
           MOVE SPACES TO WS-WIN-TOK-1, WS-WIN-TOK-2.
           OPEN INPUT WINDOW-FILE.
           IF WS-WINDOW-STATUS NOT = "00" THEN
               MOVE "NO-WINDOW" TO WS-LISTING-REASON
           ELSE
               READ WINDOW-FILE INTO WINDOW-REC
                   AT END MOVE SPACES TO WINDOW-REC
               END-READ
               CLOSE WINDOW-FILE
               UNSTRING WINDOW-REC DELIMITED BY ALL SPACES
                   INTO WS-WIN-TOK-1, WS-WIN-TOK-2
               END-UNSTRING
               MOVE 'Y' TO WS-CHART-DATES-OK
               MOVE SPACES TO WS-CHART-VALUE
               MOVE 0 TO WS-CHART-VALUE-LEN
               UNSTRING WS-WIN-TOK-1 DELIMITED BY SPACE
                   INTO WS-CHART-VALUE COUNT IN WS-CHART-VALUE-LEN
               END-UNSTRING
               MOVE "FROM" TO WS-CHART-KEY
               PERFORM TAKE-EFFECTIVE-DATE
               MOVE SPACES TO WS-CHART-VALUE
               MOVE 0 TO WS-CHART-VALUE-LEN
               UNSTRING WS-WIN-TOK-2 DELIMITED BY SPACE
                   INTO WS-CHART-VALUE COUNT IN WS-CHART-VALUE-LEN
               END-UNSTRING
               MOVE "TO" TO WS-CHART-KEY
               PERFORM TAKE-EFFECTIVE-DATE
               MOVE WS-CHART-FROM TO WS-WIN-FROM
               MOVE WS-CHART-TO TO WS-WIN-TO
               IF WS-CHART-DATES-OK = 'N' OR
                  WS-WIN-FROM > WS-WIN-TO THEN
                   MOVE "BAD-WINDOW" TO WS-LISTING-REASON
               END-IF
           END-IF.

      * Loads every version on one chart file. A line the fleet run
      * would skip as malformed is skipped here too - it was never
      * in force, so it cannot have changed.
       LOAD-CHART.
           MOVE 'N' TO WS-CHART-EOF.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00" THEN
               MOVE 'Y' TO WS-CHART-EOF
           END-IF.
           PERFORM UNTIL WS-CHART-EOF = 'Y'
           READ CHART-FILE INTO CHART-REC
               AT END MOVE 'Y' TO WS-CHART-EOF
               NOT AT END
                   IF CHART-REC NOT = SPACES THEN
                       PERFORM LOAD-CHART-LINE
                   END-IF
           END-READ
           END-PERFORM.
           IF WS-CHART-STATUS = "00" OR WS-CHART-STATUS = "10" THEN
               CLOSE CHART-FILE
           END-IF.

       LOAD-CHART-LINE.
           MOVE CHART-REC TO WS-CHART-LINE.
           PERFORM STRIP-EFFECTIVE-DATES.
           MOVE SPACES TO WS-LINE-NAME, WS-LINE-FIELDS.
           UNSTRING WS-CHART-LINE DELIMITED BY SPACES
               INTO WS-LINE-NAME, WS-LINE-FIELD (1),
                   WS-LINE-FIELD (2), WS-LINE-FIELD (3),
                   WS-LINE-FIELD (4), WS-LINE-FIELD (5),
                   WS-LINE-FIELD (6)
           END-UNSTRING.
           IF WS-CHART-DATES-OK = 'N' OR
              WS-LINE-FIELD (WS-KIND-REQUIRED (WS-KIND)) = SPACES THEN
               ADD 1 TO WS-SKIPPED
           ELSE
               IF WS-VER-USED = 500 THEN
                   IF WS-VER-TABLE-FULL = 'N' THEN
                       MOVE 'Y' TO WS-VER-TABLE-FULL
                       DISPLAY "Version table full at 500 - later "
                           "chart lines not compared"
                   END-IF
               ELSE
                   ADD 1 TO WS-VER-USED
                   ADD 1 TO WS-KIND-COUNT (WS-KIND)
                   MOVE WS-KIND TO WS-VER-KIND (WS-VER-USED)
                   MOVE WS-LINE-NAME TO WS-VER-NAME (WS-VER-USED)
                   MOVE WS-CHART-FROM TO WS-VER-FROM (WS-VER-USED)
                   MOVE WS-CHART-TO TO WS-VER-TO (WS-VER-USED)
                   PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                           UNTIL WS-FIELD-IDX > 6
                       MOVE WS-LINE-FIELD (WS-FIELD-IDX)
                           TO WS-VER-FIELD (WS-VER-USED, WS-FIELD-IDX)
                   END-PERFORM
               END-IF
           END-IF.

       WRITE-LISTING.
           OPEN OUTPUT LISTING-FILE.
           MOVE SPACES TO LISTING-REC.
           STRING "CHART-CHANGES FROM=" WS-WIN-FROM
               " TO=" WS-WIN-TO
               " LIMITS-VERSIONS=" WS-KIND-COUNT (1)
               " ZONE-VERSIONS=" WS-KIND-COUNT (2)
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           WRITE LISTING-REC.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-VER-USED
               PERFORM CHECK-FIRST-VERSION
               IF WS-VER-FIRST = 'Y' THEN
                   PERFORM COMPARE-NAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO LISTING-REC.
           STRING "TOTAL ADDED=" WS-ADDED
               " CHANGED=" WS-CHANGED
               " WITHDRAWN=" WS-WITHDRAWN
               " SKIPPED=" WS-SKIPPED
               DELIMITED BY SIZE INTO LISTING-REC
           END-STRING.
           WRITE LISTING-REC.
           CLOSE LISTING-FILE.

      * Each boat or zone is compared once, at its first version.
       CHECK-FIRST-VERSION.
           MOVE 'Y' TO WS-VER-FIRST.
           PERFORM VARYING WS-VER-SCAN FROM 1 BY 1
                   UNTIL WS-VER-SCAN >= WS-VER-IDX
               IF WS-VER-KIND (WS-VER-SCAN) = WS-VER-KIND (WS-VER-IDX)
                  AND WS-VER-NAME (WS-VER-SCAN) =
                      WS-VER-NAME (WS-VER-IDX) THEN
                   MOVE 'N' TO WS-VER-FIRST
               END-IF
           END-PERFORM.

       COMPARE-NAME.
           MOVE WS-WIN-FROM TO WS-AT.
           PERFORM FIND-VERSION-IN-FORCE.
           MOVE WS-FOUND TO WS-OLD.
           MOVE WS-WIN-TO TO WS-AT.
           PERFORM FIND-VERSION-IN-FORCE.
           MOVE WS-FOUND TO WS-NEW.
           MOVE SPACES TO WS-CHANGE.
           IF WS-OLD NOT = WS-NEW THEN
               IF WS-OLD = 0 THEN
                   MOVE "ADDED" TO WS-CHANGE
                   ADD 1 TO WS-ADDED
               ELSE
                   IF WS-NEW = 0 THEN
                       MOVE "WITHDRAWN" TO WS-CHANGE
                       ADD 1 TO WS-WITHDRAWN
                   ELSE
                       MOVE "CHANGED" TO WS-CHANGE
                       ADD 1 TO WS-CHANGED
                   END-IF
               END-IF
               PERFORM WRITE-CHANGE-LINE
           END-IF.

      * The first version of the name, in file order, whose effective
      * window holds WS-AT - the one the fleet run would apply.
       FIND-VERSION-IN-FORCE.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-VER-SCAN FROM WS-VER-IDX BY 1
                   UNTIL WS-VER-SCAN > WS-VER-USED OR WS-FOUND > 0
               IF WS-VER-KIND (WS-VER-SCAN) = WS-VER-KIND (WS-VER-IDX)
                  AND WS-VER-NAME (WS-VER-SCAN) =
                      WS-VER-NAME (WS-VER-IDX)
                  AND WS-AT >= WS-VER-FROM (WS-VER-SCAN)
                  AND WS-AT <= WS-VER-TO (WS-VER-SCAN) THEN
                   MOVE WS-VER-SCAN TO WS-FOUND
               END-IF
           END-PERFORM.

       WRITE-CHANGE-LINE.
           MOVE WS-VER-KIND (WS-VER-IDX) TO WS-KIND.
           MOVE SPACES TO LISTING-REC.
           MOVE 1 TO WS-OUT-PTR.
           STRING WS-KIND-WORD (WS-KIND) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-CHANGE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-KIND-KEY (WS-KIND) DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               WS-VER-NAME (WS-VER-IDX) DELIMITED BY SPACE
               INTO LISTING-REC WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-OLD > 0 THEN
               MOVE "OLD-" TO WS-SIDE-WORD
               MOVE WS-OLD TO WS-SIDE
               PERFORM APPEND-VERSION
           END-IF.
           IF WS-NEW > 0 THEN
               MOVE "NEW-" TO WS-SIDE-WORD
               MOVE WS-NEW TO WS-SIDE
               PERFORM APPEND-VERSION
           END-IF.
           WRITE LISTING-REC.

      * One side of the change: the version (its effective-from, the
      * CHART-VERSION the envelope and incursion records name), its
      * effective-to, and every field the line carries.
       APPEND-VERSION.
           STRING " " WS-SIDE-WORD "VERSION=" WS-VER-FROM (WS-SIDE)
               " " WS-SIDE-WORD "EFFECTIVE-TO=" WS-VER-TO (WS-SIDE)
               DELIMITED BY SIZE
               INTO LISTING-REC WITH POINTER WS-OUT-PTR
           END-STRING.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > 6
               IF WS-VER-FIELD (WS-SIDE, WS-FIELD-IDX)
                      NOT = SPACES AND
                  WS-KIND-LABEL (WS-KIND, WS-FIELD-IDX)
                      NOT = SPACES THEN
                   STRING " " WS-SIDE-WORD DELIMITED BY SIZE
                       WS-KIND-LABEL (WS-KIND, WS-FIELD-IDX)
                           DELIMITED BY SPACE
                       "=" DELIMITED BY SIZE
                       WS-VER-FIELD (WS-SIDE, WS-FIELD-IDX)
                           DELIMITED BY SPACE
                       INTO LISTING-REC WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      * Lifts the optional FROM= and TO= tokens off the chart line in
      * WS-CHART-LINE, leaving its positional fields. Each takes
      * yyyymmddhhmmss, or yyyymmdd for the start (FROM) or end (TO)
      * of that day. An undated line is in force always, as version
      * 00000000000000.
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
