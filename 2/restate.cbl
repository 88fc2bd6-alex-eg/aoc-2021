      * any cycle's report, fuel ledger or recycle report, or replays
      * a boat's trajectory window exactly as the inquiry program
      * does against production - all without touching a production
      * file. The month-end period close is restated the same way:
      * the closed periods are listed from period.txt, and the HIST
      * lines a close took off history.txt are reprinted from the
      * history.NNNNNN.arc member of the cycle it ran in. Every file
      * is opened INPUT only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INDEX-FILE ASSIGN TO "archive.idx"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.
      * Period summaries - each PERIOD line names a closed month and
      * the cycle its history was archived under
           SELECT PERIOD-FILE ASSIGN TO "period.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-FILE.
       01 INDEX-REC.
           05 PIC X(200).
       FD PERIOD-FILE.
       01 PERIOD-REC.
           05 PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-INDEX-STATUS PIC X(2).
       01 WS-PERIOD-STATUS PIC X(2).
       01 WS-ARCHIVE-NAME PIC X(80).
       01 WS-ARCHIVE-EOF PIC A(1).
       01 WS-INDEX-EOF PIC A(1).
       01 WS-PERIOD-EOF PIC A(1).
       01 WS-DONE PIC A(1) VALUE IS 'N'.
       01 WS-CHOICE PIC X(10).
       01 WS-INPUT-REC PIC X(400).
               DISPLAY "3 - replay a trajectory window from a cycle"
               DISPLAY "4 - reprint a cycle's fuel ledger"
               DISPLAY "5 - reprint a cycle's recycle report"
               DISPLAY "6 - list closed periods"
               DISPLAY "7 - reprint a closed period's history"
               DISPLAY "9 - exit (blank also exits)"
               DISPLAY "Option: " WITH NO ADVANCING
               MOVE SPACES TO WS-CHOICE
                            PERFORM REPRINT-ARCHIVED-FILE
                   WHEN "5" MOVE "recycle" TO WS-FILE-BASE
                            PERFORM REPRINT-ARCHIVED-FILE
                   WHEN "6" PERFORM LIST-PERIODS
                   WHEN "7" MOVE "history" TO WS-FILE-BASE
                            PERFORM REPRINT-ARCHIVED-FILE
                   WHEN "9" MOVE 'Y' TO WS-DONE
                   WHEN SPACES MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "Unknown option"
               CLOSE INDEX-FILE
           END-IF.

      * The closed months, from the PERIOD lines of period.txt -
      * each names the cycle whose history member holds the month's
      * detail lines, the number option 7 takes.
       LIST-PERIODS.
           MOVE 'N' TO WS-PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00" THEN
               DISPLAY "No period.txt on hand - status "
                   WS-PERIOD-STATUS " - has a period been closed?"
               MOVE 'Y' TO WS-PERIOD-EOF
           END-IF.
           PERFORM UNTIL WS-PERIOD-EOF = 'Y'
           READ PERIOD-FILE INTO PERIOD-REC
               AT END MOVE 'Y' TO WS-PERIOD-EOF
               NOT AT END
                   IF PERIOD-REC (1:7) = "PERIOD " THEN
                       DISPLAY "  " PERIOD-REC (1:200)
                   END-IF
           END-READ
           END-PERFORM.
           IF WS-PERIOD-STATUS = "00" OR WS-PERIOD-STATUS = "10" THEN
               CLOSE PERIOD-FILE
           END-IF.

       ACCEPT-CYCLE.
           MOVE 'Y' TO WS-NUM-OK.
           MOVE 6 TO WS-NUM-MAX.
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       DISPLAY "  " WS-INPUT-REC (1:200)
      * A HIST line runs past one console line - the rest follows
                       IF WS-INPUT-REC (201:200) NOT = SPACES THEN
                           DISPLAY "    " WS-INPUT-REC (201:200)
                       END-IF
               END-READ
               END-PERFORM
               IF WS-ARCHIVE-STATUS = "00" OR
