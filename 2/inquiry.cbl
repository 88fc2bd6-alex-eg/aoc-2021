      * trajectory; keys a sequence or timestamp window to replay
      * just that stretch of a boat's trajectory; or lists the whole
      * fleet with each boat's latest state and its exception,
      * surface-warning and violation counts; or lists the
      * transmission register - every header-identified log applied
      * to the master, with the cycle that applied it and the
      * trailer totals it balanced to. Every file is opened INPUT
      * only - an inquiry can never touch the production data.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-SUB-NAME
           FILE STATUS IS WS-MASTER-STATUS.
      * Transmission register the fleet run keeps - STARTed at one
      * boat's first entry, or read front to back for the fleet
           SELECT REGISTER-FILE ASSIGN TO "transmit.reg"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-KEY
           FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MST-RUN-UP PIC 9(8).
           05 MST-RUN-DOWN PIC 9(8).
           05 MST-RUN-TOTAL PIC 9(8).
           05 MST-FUEL-STOCKED PIC A(1).
           05 MST-FUEL-ON-HAND PIC 9(8).
           05 MST-FUEL-RECEIVED PIC 9(8).
           05 MST-FUEL-REMOVED PIC 9(8).
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

       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-TRAJECTORY-STATUS PIC X(2).
       01 WS-TRAJ-IDX-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-REGISTER-STATUS PIC X(2).
       01 WS-REGISTER-EOF PIC A(1).
       01 WS-REG-LISTED PIC 9(6).
      * Whether the keyed store opened, and end-of-rows control for
      * the keyed READ NEXT loops
       01 WS-IDX-READY PIC A(1).
               DISPLAY "1 - submarine state and last trajectory rows"
               DISPLAY "2 - replay a trajectory window"
               DISPLAY "3 - fleet listing"
               DISPLAY "4 - transmission register"
               DISPLAY "9 - exit (blank also exits)"
               DISPLAY "Option: " WITH NO ADVANCING
               MOVE SPACES TO WS-CHOICE
                   WHEN "1" PERFORM BOAT-INQUIRY
                   WHEN "2" PERFORM WINDOW-REPLAY
                   WHEN "3" PERFORM FLEET-INQUIRY
                   WHEN "4" PERFORM REGISTER-INQUIRY
                   WHEN "9" MOVE 'Y' TO WS-DONE
                   WHEN SPACES MOVE 'Y' TO WS-DONE
                   WHEN OTHER DISPLAY "Unknown option"
               CLOSE REPORT-FILE
           END-IF.

      * The register entries for one boat - or for the whole fleet
      * when no name is keyed - in key order: header identity, the
      * cycle and date-time the log was applied, and its trailer
      * totals.
       REGISTER-INQUIRY.
           DISPLAY "Submarine name (blank for all): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-QUERY-NAME.
           ACCEPT WS-QUERY-NAME.
           MOVE 0 TO WS-REG-LISTED.
           MOVE 'N' TO WS-REGISTER-EOF.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "Transmission register not available - status "
                   WS-REGISTER-STATUS
           ELSE
               MOVE SPACES TO REG-KEY
               MOVE WS-QUERY-NAME TO REG-SUB
               START REGISTER-FILE KEY NOT LESS THAN REG-KEY
                   INVALID KEY MOVE 'Y' TO WS-REGISTER-EOF
               END-START
               PERFORM UNTIL WS-REGISTER-EOF = 'Y'
               READ REGISTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF WS-QUERY-NAME NOT = SPACES AND
                          REG-SUB NOT = WS-QUERY-NAME THEN
                           MOVE 'Y' TO WS-REGISTER-EOF
                       ELSE
                           ADD 1 TO WS-REG-LISTED
                           DISPLAY REG-SUB (1:30)
                               " hdr " REG-HDR-TIME (1:14)
                               " sent cycle " REG-HDR-CYCLE (1:6)
                               " applied cycle " REG-APPLIED-CYCLE
                               " on " REG-APPLIED-DATE
                               " " REG-APPLIED-TIME
                           DISPLAY "  trailer recs " REG-TRL-RECS
                               " sum " REG-TRL-SUM
                               " fwd " REG-TRL-FORWARD
                               " up " REG-TRL-UP
                               " down " REG-TRL-DOWN
                       END-IF
               END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               DISPLAY WS-REG-LISTED " register entries"
           END-IF.

       PARSE-REPORT-RECORD.
           PERFORM SPLIT-TOKENS.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
