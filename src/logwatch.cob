      * file names come from logwatch.conf, one KEY=VALUE per line
      * like webserver.conf; a threshold of zero switches that rule
      * off. "logwatch once" does a single scan and exits, which is
      * how the thresholds are easiest to try out. With BLOCK_MINUTES
      * set, a client behind a 404 burst is also appended to the
      * server's blocklist with the reason, the alert and an expiry
      * that many minutes out; the server refuses it until then,
      * from its next start or reload signal on. The blocklist is
      * the one BLOCKLIST_FILE names in the server's webserver.conf
      * (webserver.blocklist by default), read from the path given
      * as the last argument or from the current directory, so the
      * two can never disagree. A once run only reports the blocks
      * it would make - trying thresholds out against history must
      * not lock real clients out. The ACL itself is never touched
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ALERTS-FILE ASSIGN TO WS-ALERTS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTS-FILE-STATUS.
           SELECT WS-SERVER-CONFIG-FILE
               ASSIGN TO WS-SERVER-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SERVER-CONFIG-FILE-STATUS.
           SELECT OPTIONAL WS-BLOCKLIST-FILE
               ASSIGN TO WS-BLOCKLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKLIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-ACCESS-LOG-FILE.
       01 WS-ACCESS-LOG-RECORD PIC X(2560).
       FD WS-CONFIG-FILE.
       01 WS-CONFIG-RECORD PIC X(256).
       FD WS-SERVER-CONFIG-FILE.
       01 WS-SERVER-CONFIG-RECORD PIC X(256).
       FD WS-ALERTS-FILE.
       01 WS-ALERTS-RECORD PIC X(256).
       FD WS-BLOCKLIST-FILE.
      * Mirrors the server's WS-BLOCKLIST-RECORD
       01 WS-BLOCKLIST-RECORD.
           05 BLOCK-CLIENT PIC X(15).
           05 BLOCK-STARTED PIC X(14).
           05 BLOCK-EXPIRES PIC X(14).
           05 BLOCK-REASON PIC X(32).
           05 BLOCK-ALERT PIC X(256).
       WORKING-STORAGE SECTION.
       01 WS-ACCESS-LOG-FILENAME PIC X(256) VALUE "access.log".
       01 WS-ACCESS-LOG-FILE-STATUS PIC XX.
       01 WS-CONFIG-VALUE PIC X(256).
       01 WS-ALERTS-FILENAME PIC X(256) VALUE "webserver.alerts".
       01 WS-ALERTS-FILE-STATUS PIC XX.
       01 WS-SERVER-CONFIG-FILENAME PIC X(256) VALUE "webserver.conf".
       01 WS-SERVER-CONFIG-FILE-STATUS PIC XX.
      * Same default as the server
       01 WS-BLOCKLIST-FILENAME PIC X(256)
           VALUE "webserver.blocklist".
      * A BLOCKLIST_FILE left over in logwatch.conf; the server's
      * setting wins and a different one here is only reported
       01 WS-WATCHER-BLOCKLIST-FILENAME PIC X(256) VALUE SPACES.
       01 WS-BLOCKLIST-FILE-STATUS PIC XX.
      * Thresholds: more than this many matching responses inside
      * one window raises the alert; zero disables the rule
       01 WS-CONFIG-MAX-5XX-PER-WINDOW PIC 9(8) VALUE 20.
       01 WS-CONFIG-MAX-404-PER-CLIENT PIC 9(8) VALUE 50.
       01 WS-CONFIG-WINDOW-MINUTES PIC 9(4) VALUE 5.
       01 WS-CONFIG-POLL-SECONDS PIC 9(4) VALUE 10.
      * How long a 404-burst client stays blocked; zero, the
      * default, raises the alert without blocking anyone
       01 WS-CONFIG-BLOCK-MINUTES PIC 9(6) VALUE 0.
       01 WS-WINDOW-SECONDS PIC 9(8) VALUE 0.
       01 WS-RUN-ONCE PIC X VALUE 'N'.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-COMMAND-FIRST PIC X(256) VALUE SPACES.
       01 WS-COMMAND-SECOND PIC X(256) VALUE SPACES.
      * How many log lines earlier scans already consumed; a log
      * that shrinks below this was rotated, so the count starts
      * over instead of waiting for line numbers that will never
       01 WS-ALERT-LINE PIC X(256).
       01 WS-ALERT-LINE-POINTER PIC 9(8) VALUE 0.
       01 WS-ALERT-TIMESTAMP PIC X(26).
       01 WS-BLOCK-ALREADY-LISTED PIC X VALUE 'N'.
       01 WS-BLOCK-STARTED PIC X(14).
       01 WS-BLOCK-SECONDS PIC 9(12) VALUE 0.
       01 WS-BLOCK-DAY PIC 9(8) VALUE 0.
       01 WS-BLOCK-TIME-OF-DAY PIC 9(6) VALUE 0.
       01 WS-BLOCK-PAST-HOUR PIC 9(6) VALUE 0.
       01 WS-BLOCK-EXPIRES.
           05 WS-BLOCK-EXPIRES-DATE PIC 9(8).
           05 WS-BLOCK-EXPIRES-HH PIC 9(2).
           05 WS-BLOCK-EXPIRES-MM PIC 9(2).
           05 WS-BLOCK-EXPIRES-SS PIC 9(2).
       01 WS-I PIC 9(8).
       01 WS-J PIC 9(8).
       01 WS-TEMP PIC S9(8).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PARSE-COMMAND-LINE-ARGUMENTS.
           PERFORM LOAD-WATCHER-CONFIGURATION.
           PERFORM LOAD-SERVER-BLOCKLIST-FILE-NAME.
           COMPUTE WS-WINDOW-SECONDS =
           WS-CONFIG-WINDOW-MINUTES * 60
           END-COMPUTE.
           ", window ", WS-CONFIG-WINDOW-MINUTES, " minute(s), ",
           "alerts to ", FUNCTION TRIM(WS-ALERTS-FILENAME)
           END-DISPLAY.
           IF WS-CONFIG-BLOCK-MINUTES > 0
           THEN
               DISPLAY "404-burst clients blocked for ",
               WS-CONFIG-BLOCK-MINUTES, " minute(s) via ",
               FUNCTION TRIM(WS-BLOCKLIST-FILENAME)
               END-DISPLAY
               IF WS-RUN-ONCE = 'Y'
               THEN
                   DISPLAY "once run: blocks are reported, not written"
                   END-DISPLAY
               END-IF
           END-IF.

      * The explicit "once" run scans whatever is in the log - that
      * is the mode for trying thresholds out against history. The
           END-IF.
           STOP RUN.

       PARSE-COMMAND-LINE-ARGUMENTS.
      * An optional "once", then optionally the path of the server's
      * webserver.conf, as blockreport and preflight take it
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-FIRST.
           MOVE SPACES TO WS-COMMAND-SECOND.
           UNSTRING WS-COMMAND-LINE
           DELIMITED BY ALL SPACES
           INTO WS-COMMAND-FIRST, WS-COMMAND-SECOND
           END-UNSTRING.
           IF FUNCTION TRIM(WS-COMMAND-FIRST) = "once"
           THEN
               MOVE 'Y' TO WS-RUN-ONCE
               MOVE WS-COMMAND-SECOND TO WS-COMMAND-FIRST
           END-IF.
           IF WS-COMMAND-FIRST NOT = SPACES
           THEN
               MOVE WS-COMMAND-FIRST TO WS-SERVER-CONFIG-FILENAME
           END-IF.

       LOAD-WATCHER-CONFIGURATION.
      * Missing file just means the built-in defaults
           OPEN INPUT WS-CONFIG-FILE.
                   COMPUTE WS-CONFIG-POLL-SECONDS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN "BLOCKLIST_FILE"
                   MOVE SPACES TO WS-WATCHER-BLOCKLIST-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-WATCHER-BLOCKLIST-FILENAME
               WHEN "BLOCK_MINUTES"
                   COMPUTE WS-CONFIG-BLOCK-MINUTES =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-SERVER-BLOCKLIST-FILE-NAME.
      * The blocklist is the server's file, so its name comes from
      * the server's configuration; an unreadable webserver.conf
      * leaves the server's own default, and says so
           OPEN INPUT WS-SERVER-CONFIG-FILE.
           IF WS-SERVER-CONFIG-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: ",
               FUNCTION TRIM(WS-SERVER-CONFIG-FILENAME),
               " not readable (", WS-SERVER-CONFIG-FILE-STATUS,
               ") - assuming blocklist ",
               FUNCTION TRIM(WS-BLOCKLIST-FILENAME)
               END-DISPLAY
           ELSE
               PERFORM UNTIL WS-SERVER-CONFIG-FILE-STATUS = "10"
                   READ WS-SERVER-CONFIG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SPACES TO WS-CONFIG-KEY
                           MOVE SPACES TO WS-CONFIG-VALUE
                           UNSTRING WS-SERVER-CONFIG-RECORD
                           DELIMITED BY "="
                           INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-CONFIG-KEY)
                              = "BLOCKLIST_FILE"
                           THEN
                               MOVE SPACES TO WS-BLOCKLIST-FILENAME
                               MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                               TO WS-BLOCKLIST-FILENAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-SERVER-CONFIG-FILE
           END-IF.
           IF WS-WATCHER-BLOCKLIST-FILENAME NOT = SPACES
           AND WS-WATCHER-BLOCKLIST-FILENAME NOT = WS-BLOCKLIST-FILENAME
           THEN
               DISPLAY "WARNING: BLOCKLIST_FILE ",
               FUNCTION TRIM(WS-WATCHER-BLOCKLIST-FILENAME),
               " in ", FUNCTION TRIM(WS-CONFIG-FILENAME),
               " ignored - the server reads ",
               FUNCTION TRIM(WS-BLOCKLIST-FILENAME)
               END-DISPLAY
           END-IF.

       MARK-EXISTING-LOG-AS-CONSUMED.
      * A counting pass with no alerting: everything in the log at
      * startup is treated as already consumed, so only traffic
           DISPLAY FUNCTION TRIM(WS-ALERT-LINE TRAILING)
           END-DISPLAY.
           PERFORM APPEND-ALERT-TO-ALERTS-FILE.
           IF WS-ALERT-CLASS = '4'
           AND WS-CONFIG-BLOCK-MINUTES > 0
           AND WS-ALERT-CLIENT NOT = "-"
           THEN
               PERFORM APPEND-CLIENT-TO-BLOCKLIST
           END-IF.

       APPEND-ALERT-TO-ALERTS-FILE.
           OPEN EXTEND WS-ALERTS-FILE.
           WRITE WS-ALERTS-RECORD.
           CLOSE WS-ALERTS-FILE.

       APPEND-CLIENT-TO-BLOCKLIST.
      * The server only takes new blocks in on its reload signal,
      * so until then the client goes on drawing 404s and raising an
      * alert every window; one whose block is still running is not
      * listed a second time
           MOVE WS-ALERT-TIMESTAMP(1:14) TO WS-BLOCK-STARTED.
           PERFORM COMPUTE-BLOCK-EXPIRY.

           MOVE 'N' TO WS-BLOCK-ALREADY-LISTED.
           OPEN INPUT WS-BLOCKLIST-FILE.
           IF WS-BLOCKLIST-FILE-STATUS = "00"
           OR WS-BLOCKLIST-FILE-STATUS = "05"
           THEN
               PERFORM UNTIL WS-BLOCKLIST-FILE-STATUS = "10"
                   READ WS-BLOCKLIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BLOCK-CLIENT = WS-ALERT-CLIENT
                           AND BLOCK-EXPIRES IS NUMERIC
                           AND BLOCK-EXPIRES > WS-BLOCK-STARTED
                           THEN
                               MOVE 'Y' TO WS-BLOCK-ALREADY-LISTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-BLOCKLIST-FILE
           END-IF.
           IF WS-BLOCK-ALREADY-LISTED = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-ONCE = 'Y'
           THEN
               DISPLAY "would block ", FUNCTION TRIM(WS-ALERT-CLIENT),
               " until ", WS-BLOCK-EXPIRES,
               " - not written on a once run"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.

      * The server and blockreport read this file, so it is only
      * ever extended; a missing one is created by the OPTIONAL open
           OPEN EXTEND WS-BLOCKLIST-FILE.
           IF WS-BLOCKLIST-FILE-STATUS NOT = "00"
           AND WS-BLOCKLIST-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-BLOCKLIST-FILENAME),
               " failed: ", WS-BLOCKLIST-FILE-STATUS
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BLOCKLIST-RECORD.
           MOVE WS-ALERT-CLIENT TO BLOCK-CLIENT.
           MOVE WS-BLOCK-STARTED TO BLOCK-STARTED.
           MOVE WS-BLOCK-EXPIRES TO BLOCK-EXPIRES.
           MOVE "404-burst" TO BLOCK-REASON.
           MOVE WS-ALERT-LINE TO BLOCK-ALERT.
           WRITE WS-BLOCKLIST-RECORD.
           CLOSE WS-BLOCKLIST-FILE.

           DISPLAY "blocked ", FUNCTION TRIM(WS-ALERT-CLIENT),
           " until ", WS-BLOCK-EXPIRES,
           " - takes effect at the server's next reload"
           END-DISPLAY.

       COMPUTE-BLOCK-EXPIRY.
      * The start flattened to seconds the way COMPUTE-RECORD-SECONDS
      * does, the block added, and the sum turned back into a
      * YYYYMMDDhhmmss stamp, so a block running past midnight
      * lands on the right day
           MOVE WS-BLOCK-STARTED(1:8) TO WS-TIMESTAMP-DATE-VALUE.
           COMPUTE WS-BLOCK-SECONDS =
           FUNCTION INTEGER-OF-DATE(WS-TIMESTAMP-DATE-VALUE) * 86400 +
           FUNCTION NUMVAL(WS-BLOCK-STARTED(9:2)) * 3600 +
           FUNCTION NUMVAL(WS-BLOCK-STARTED(11:2)) * 60 +
           FUNCTION NUMVAL(WS-BLOCK-STARTED(13:2)) +
           WS-CONFIG-BLOCK-MINUTES * 60
           END-COMPUTE.
           DIVIDE WS-BLOCK-SECONDS BY 86400
           GIVING WS-BLOCK-DAY
           REMAINDER WS-BLOCK-TIME-OF-DAY
           END-DIVIDE.
           COMPUTE WS-BLOCK-EXPIRES-DATE =
           FUNCTION DATE-OF-INTEGER(WS-BLOCK-DAY)
           END-COMPUTE.
           DIVIDE WS-BLOCK-TIME-OF-DAY BY 3600
           GIVING WS-BLOCK-EXPIRES-HH
           REMAINDER WS-BLOCK-PAST-HOUR
           END-DIVIDE.
           DIVIDE WS-BLOCK-PAST-HOUR BY 60
           GIVING WS-BLOCK-EXPIRES-MM
           REMAINDER WS-BLOCK-EXPIRES-SS
           END-DIVIDE.

       END PROGRAM logwatch.
