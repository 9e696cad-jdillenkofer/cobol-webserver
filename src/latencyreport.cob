       IDENTIFICATION DIVISION.
       PROGRAM-ID. latencyreport.
      * Nightly response-time report off the access log's elapsed=
      * (milliseconds) and sent= (bytes actually written) fields:
      * request count, average, 95th percentile and maximum per
      * virtual host and for the busiest paths, the slowest single
      * requests of the day, and each /app/ module and the proxy
      * prefix measured against its response-time SLA. Run like
      * accessreport - an optional YYYYMMDD argument picks the day
      * (the cut archive access.log.YYYYMMDD when logrotate has
      * made one), no argument reads the whole live log. A dated run
      * appends one summary record to latencyreport.history, which
      * trendreport reads back to list the days the SLA was broken.
      * The app and proxy prefixes come from webserver.conf (named
      * by a second argument when it is not in the document root),
      * so the report groups requests exactly as the server
      * dispatched them; the thresholds come from
      * latencyreport.conf, one KEY=VALUE per line like
      * logwatch.conf:
      *   SLA_APP_MS=n         p95 limit for every /app/ module
      *   SLA_PROXY_MS=n       p95 limit for the proxy prefix
      *   MODULE_SLA=name:n    own limit for one module (repeatable)
      *   TOP_PATHS=n          paths listed (default 20)
      *   SLOWEST_REQUESTS=n   slowest requests listed (default 20)
      * The day records go to latencyreport.history, where
      * trendreport looks for them
      * Log lines written before the server logged timing carry no
      * elapsed= field; they are counted and otherwise left out
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
           SELECT WS-CONFIG-FILE ASSIGN TO WS-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT WS-SERVER-CONFIG-FILE
               ASSIGN TO WS-SERVER-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SERVER-CONFIG-FILE-STATUS.
           SELECT WS-HISTORY-FILE ASSIGN TO WS-HISTORY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT WS-SAMPLE-SORT-FILE
               ASSIGN TO WS-SAMPLE-SORT-FILENAME.
       DATA DIVISION.
       FILE SECTION.
       FD WS-ACCESS-LOG-FILE.
      * The line WRITE-ACCESS-LOG-ENTRY writes; see accessreport
       01 WS-ACCESS-LOG-RECORD PIC X(2560).
       FD WS-CONFIG-FILE.
       01 WS-CONFIG-RECORD PIC X(256).
       FD WS-SERVER-CONFIG-FILE.
       01 WS-SERVER-CONFIG-RECORD PIC X(256).
       FD WS-HISTORY-FILE.
      * One fixed-layout record per reported day: the day, how many
      * timed requests it had, their average, 95th percentile and
      * maximum, whether any SLA was broken, and up to eight of the
      * modules or prefixes that broke it with their p95 and limit.
      * trendreport reads this same layout back
       01 WS-HISTORY-RECORD.
           05 HISTORY-DATE PIC X(8).
           05 HISTORY-TIMED-REQUESTS PIC 9(8).
           05 HISTORY-AVERAGE-MS PIC 9(8).
           05 HISTORY-P95-MS PIC 9(8).
           05 HISTORY-MAX-MS PIC 9(8).
           05 HISTORY-SLA-BREACHED PIC X.
           05 HISTORY-BREACH-COUNT PIC 9(2).
           05 HISTORY-BREACHES OCCURS 8 TIMES.
               10 HISTORY-BREACH-NAME PIC X(64).
               10 HISTORY-BREACH-P95-MS PIC 9(8).
               10 HISTORY-BREACH-SLA-MS PIC 9(8).
      * Every timed request is released once per group it belongs
      * to - T the whole day, H its host, P its path, A its /app/
      * module, X the proxy prefix - and the sort hands each group's
      * times back in ascending order, so the 95th percentile is
      * simply the sample at the right rank
       SD WS-SAMPLE-SORT-FILE.
       01 WS-SAMPLE-RECORD.
           05 SAMPLE-GROUP-KIND PIC X.
           05 SAMPLE-GROUP-INDEX PIC 9(4).
           05 SAMPLE-ELAPSED-MS PIC 9(12).
       WORKING-STORAGE SECTION.
       01 WS-ACCESS-LOG-FILENAME PIC X(256) VALUE "access.log".
       01 WS-ACCESS-LOG-FILE-STATUS PIC XX.
       01 WS-CONFIG-FILENAME PIC X(256) VALUE "latencyreport.conf".
       01 WS-SERVER-CONFIG-FILENAME PIC X(256) VALUE "webserver.conf".
       01 WS-SERVER-CONFIG-FILE-STATUS PIC XX.
      * 'N' when webserver.conf could not be read and the defaults
      * stand in for its settings; the report header says so
       01 WS-HAVE-SERVER-CONFIG PIC X VALUE 'N'.
       01 WS-CONFIG-FILE-STATUS PIC XX.
       01 WS-CONFIG-KEY PIC X(64).
       01 WS-CONFIG-VALUE PIC X(256).
       01 WS-HISTORY-FILENAME PIC X(256)
           VALUE "latencyreport.history".
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-HISTORY-DATE-ALREADY-PRESENT PIC X VALUE 'N'.
       01 WS-SAMPLE-SORT-FILENAME PIC X(256)
           VALUE "latencyreport.sortwork".
       01 WS-SORT-AT-END PIC X VALUE 'N'.
      * Thresholds in milliseconds, checked against a group's p95
       01 WS-CONFIG-SLA-APP-MS PIC 9(8) VALUE 1000.
       01 WS-CONFIG-SLA-PROXY-MS PIC 9(8) VALUE 2000.
       01 WS-CONFIG-TOP-PATHS PIC 9(4) VALUE 20.
       01 WS-CONFIG-SLOWEST-REQUESTS PIC 9(4) VALUE 20.
       01 WS-MODULE-SLAS.
           05 WS-MODULE-SLAS-LEN PIC 9(4) VALUE 0.
           05 WS-MODULE-SLAS-SIZE PIC 9(4) VALUE 32.
           05 WS-MODULE-SLA OCCURS 32 TIMES.
               10 WS-MODULE-SLA-NAME PIC X(64).
               10 WS-MODULE-SLA-MS PIC 9(8).
       01 WS-MODULE-SLA-TEXT PIC X(64).
       01 WS-MODULE-SLA-MS-TEXT PIC X(16).
      * The server's own dispatch prefixes, from webserver.conf
       01 WS-APP-PATH-PREFIX PIC X(256) VALUE SPACES.
       01 WS-APP-PREFIX-LEN PIC 9(8) VALUE 0.
       01 WS-PROXY-PREFIX PIC X(256) VALUE SPACES.
       01 WS-PROXY-PREFIX-LEN PIC 9(8) VALUE 0.
       01 WS-REPORT-DATE-FILTER PIC X(8) VALUE SPACES.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-COMMAND-FIRST PIC X(256) VALUE SPACES.
       01 WS-COMMAND-SECOND PIC X(256) VALUE SPACES.
       01 WS-REPORT-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-LINES-READ PIC 9(8) VALUE 0.
       01 WS-LINES-UNTIMED PIC 9(8) VALUE 0.
      * One log line split like accessreport splits it
       01 WS-LOG-TIMESTAMP PIC X(26).
       01 WS-LOG-TOKEN-TABLE.
           05 WS-LOG-TOKEN OCCURS 10 TIMES PIC X(2300).
       01 WS-LOG-TOKEN-KEY PIC X(16).
       01 WS-LOG-TOKEN-VALUE PIC X(2300).
       01 WS-LOG-EQUALS-POSITION PIC 9(8) VALUE 0.
       01 WS-LOG-PATH PIC X(256).
       01 WS-LOG-HOST PIC X(256).
       01 WS-LOG-CLIENT PIC X(15).
       01 WS-LOG-STATUS PIC X(3).
       01 WS-LOG-ELAPSED-MS PIC 9(12) VALUE 0.
       01 WS-LOG-SENT PIC 9(16) VALUE 0.
       01 WS-LOG-TIMED PIC X VALUE 'N'.
       01 WS-LOG-MODULE PIC X(64).
      * Count, time sum, maximum, 95th percentile and bytes sent -
      * the same five figures for every group, worked on through
      * WS-STAT-WORK
       01 WS-STAT-WORK.
           05 WS-STAT-COUNT PIC 9(8).
           05 WS-STAT-TOTAL-MS PIC 9(14).
           05 WS-STAT-MAX-MS PIC 9(12).
           05 WS-STAT-P95-MS PIC 9(12).
           05 WS-STAT-BYTES PIC 9(16).
       01 WS-STAT-AVERAGE-MS PIC 9(12) VALUE 0.
       01 WS-OVERALL-STATS.
           05 FILLER PIC 9(8) VALUE 0.
           05 FILLER PIC 9(14) VALUE 0.
           05 FILLER PIC 9(12) VALUE 0.
           05 FILLER PIC 9(12) VALUE 0.
           05 FILLER PIC 9(16) VALUE 0.
       01 WS-PROXY-STATS.
           05 FILLER PIC 9(8) VALUE 0.
           05 FILLER PIC 9(14) VALUE 0.
           05 FILLER PIC 9(12) VALUE 0.
           05 FILLER PIC 9(12) VALUE 0.
           05 FILLER PIC 9(16) VALUE 0.
       01 WS-HOST-TOTALS.
           05 WS-HOST-TOTALS-LEN PIC 9(4) VALUE 0.
           05 WS-HOST-TOTALS-SIZE PIC 9(4) VALUE 32.
           05 WS-HOST-TOTAL OCCURS 32 TIMES.
               10 WS-HOST-TOTAL-HOST PIC X(256).
               10 WS-HOST-TOTAL-STATS PIC X(62).
       01 WS-HOST-OVERFLOW-REQUESTS PIC 9(8) VALUE 0.
      * Paths are kept up to the table size and the busiest are
      * printed; requests for paths past the limit still count in
      * the host and day figures
       01 WS-PATH-TOTALS.
           05 WS-PATH-TOTALS-LEN PIC 9(4) VALUE 0.
           05 WS-PATH-TOTALS-SIZE PIC 9(4) VALUE 500.
           05 WS-PATH-TOTAL OCCURS 500 TIMES.
               10 WS-PATH-TOTAL-PATH PIC X(256).
               10 WS-PATH-TOTAL-STATS PIC X(62).
       01 WS-PATH-TOTAL-SWAP PIC X(318).
       01 WS-PATH-OVERFLOW-REQUESTS PIC 9(8) VALUE 0.
       01 WS-MODULE-TOTALS.
           05 WS-MODULE-TOTALS-LEN PIC 9(4) VALUE 0.
           05 WS-MODULE-TOTALS-SIZE PIC 9(4) VALUE 32.
           05 WS-MODULE-TOTAL OCCURS 32 TIMES.
               10 WS-MODULE-TOTAL-NAME PIC X(64).
               10 WS-MODULE-TOTAL-STATS PIC X(62).
       01 WS-MODULE-OVERFLOW-REQUESTS PIC 9(8) VALUE 0.
      * The day's slowest requests, kept as they are met: the table
      * fills up, then each slower request replaces the fastest one
      * held
       01 WS-SLOWEST.
           05 WS-SLOWEST-LEN PIC 9(4) VALUE 0.
           05 WS-SLOWEST-SIZE PIC 9(4) VALUE 50.
           05 WS-SLOWEST-ENTRY OCCURS 50 TIMES.
               10 WS-SLOWEST-ELAPSED-MS PIC 9(12).
               10 WS-SLOWEST-TIMESTAMP PIC X(14).
               10 WS-SLOWEST-STATUS PIC X(3).
               10 WS-SLOWEST-CLIENT PIC X(15).
               10 WS-SLOWEST-SENT PIC 9(16).
               10 WS-SLOWEST-HOST PIC X(64).
               10 WS-SLOWEST-PATH PIC X(256).
       01 WS-SLOWEST-SWAP PIC X(380).
       01 WS-SLOWEST-MIN-I PIC 9(4) VALUE 0.
      * Walking the sorted samples
       01 WS-GROUP-KIND PIC X VALUE SPACE.
       01 WS-GROUP-INDEX PIC 9(4) VALUE 0.
       01 WS-GROUP-RANK PIC 9(8) VALUE 0.
       01 WS-GROUP-TARGET-RANK PIC 9(8) VALUE 0.
      * SLA results
       01 WS-SLA-MS PIC 9(8) VALUE 0.
       01 WS-SLA-VERDICT PIC X(8).
       01 WS-SLA-BREACH-COUNT PIC 9(4) VALUE 0.
       01 WS-SLA-BREACHES.
           05 WS-SLA-BREACH OCCURS 8 TIMES.
               10 WS-SLA-BREACH-NAME PIC X(64).
               10 WS-SLA-BREACH-P95-MS PIC 9(8).
               10 WS-SLA-BREACH-SLA-MS PIC 9(8).
       01 WS-SLA-GROUP-NAME PIC X(64).
       01 WS-DISPLAY-NAME PIC X(40).
       01 WS-LIST-LIMIT PIC 9(4) VALUE 0.
       01 WS-I PIC 9(8).
       01 WS-J PIC 9(8).
       01 WS-MAX-I PIC 9(8).
       01 WS-TEMP PIC S9(8).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-AVERAGE-DISPLAY PIC Z(7)9.
       01 WS-P95-DISPLAY PIC Z(7)9.
       01 WS-MAX-DISPLAY PIC Z(7)9.
       01 WS-SLA-DISPLAY PIC Z(7)9.
       01 WS-BYTES-DISPLAY PIC Z(15)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PARSE-COMMAND-LINE-ARGUMENTS.
           PERFORM SELECT-ACCESS-LOG-FOR-DAY.
           PERFORM LOAD-LATENCY-CONFIGURATION.
           PERFORM LOAD-SERVER-PREFIXES.

           OPEN INPUT WS-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME),
               " failed: ", WS-ACCESS-LOG-FILE-STATUS
               END-DISPLAY
               STOP RUN
           END-IF.
           CLOSE WS-ACCESS-LOG-FILE.

           SORT WS-SAMPLE-SORT-FILE
               ON ASCENDING KEY SAMPLE-GROUP-KIND
                                SAMPLE-GROUP-INDEX
                                SAMPLE-ELAPSED-MS
               INPUT PROCEDURE IS RELEASE-TIMED-LOG-SAMPLES
               OUTPUT PROCEDURE IS FIND-GROUP-PERCENTILES.

           PERFORM SORT-PATHS-BY-REQUESTS.
           PERFORM SORT-SLOWEST-BY-ELAPSED.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-HOST-SECTION.
           PERFORM PRINT-PATH-SECTION.
           PERFORM PRINT-SLA-SECTION.
           PERFORM PRINT-SLOWEST-SECTION.
      * Only a dated run goes into the history, as with accessreport
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           THEN
               PERFORM APPEND-DAY-TO-HISTORY-FILE
           END-IF.
           STOP RUN.

       PARSE-COMMAND-LINE-ARGUMENTS.
      * An optional YYYYMMDD day, then optionally the path of the
      * server's webserver.conf. The server reads that file in the
      * directory it is started from, before it moves into
      * DOCUMENT_ROOT, so a site with a separate document root
      * names it here; the default is the one in the document root
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-FIRST.
           MOVE SPACES TO WS-COMMAND-SECOND.
           UNSTRING WS-COMMAND-LINE
           DELIMITED BY ALL SPACES
           INTO WS-COMMAND-FIRST, WS-COMMAND-SECOND
           END-UNSTRING.
           IF WS-COMMAND-FIRST(1:8) IS NUMERIC
           THEN
               MOVE WS-COMMAND-FIRST(1:8) TO WS-REPORT-DATE-FILTER
               MOVE WS-COMMAND-SECOND TO WS-COMMAND-FIRST
           END-IF.
           IF WS-COMMAND-FIRST NOT = SPACES
           THEN
               MOVE WS-COMMAND-FIRST TO WS-SERVER-CONFIG-FILENAME
           END-IF.

       SELECT-ACCESS-LOG-FOR-DAY.
      * The dated archive when logrotate has cut the day, otherwise
      * the live log, exactly as accessreport chooses
           IF WS-REPORT-DATE-FILTER = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ACCESS-LOG-FILENAME.
           STRING "access.log." DELIMITED BY SIZE,
           WS-REPORT-DATE-FILTER DELIMITED BY SIZE
           INTO WS-ACCESS-LOG-FILENAME
           END-STRING.
           OPEN INPUT WS-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-FILE-STATUS = "00"
           THEN
               CLOSE WS-ACCESS-LOG-FILE
           ELSE
               MOVE "access.log" TO WS-ACCESS-LOG-FILENAME
           END-IF.

       LOAD-LATENCY-CONFIGURATION.
      * Missing file just means the built-in defaults
           OPEN INPUT WS-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-FILE-STATUS = "10"
               READ WS-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-LATENCY-CONFIG-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-CONFIG-FILE.
           IF WS-CONFIG-SLOWEST-REQUESTS > WS-SLOWEST-SIZE
           THEN
               MOVE WS-SLOWEST-SIZE TO WS-CONFIG-SLOWEST-REQUESTS
           END-IF.

       PARSE-LATENCY-CONFIG-LINE.
           MOVE SPACES TO WS-CONFIG-KEY.
           MOVE SPACES TO WS-CONFIG-VALUE.
           UNSTRING WS-CONFIG-RECORD
           DELIMITED BY "="
           INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "SLA_APP_MS"
                   COMPUTE WS-CONFIG-SLA-APP-MS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN "SLA_PROXY_MS"
                   COMPUTE WS-CONFIG-SLA-PROXY-MS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN "MODULE_SLA"
                   PERFORM ADD-MODULE-SLA-FROM-CONFIG
               WHEN "TOP_PATHS"
                   COMPUTE WS-CONFIG-TOP-PATHS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN "SLOWEST_REQUESTS"
                   COMPUTE WS-CONFIG-SLOWEST-REQUESTS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-MODULE-SLA-FROM-CONFIG.
      * MODULE_SLA=name:milliseconds
           MOVE SPACES TO WS-MODULE-SLA-TEXT.
           MOVE SPACES TO WS-MODULE-SLA-MS-TEXT.
           UNSTRING WS-CONFIG-VALUE
           DELIMITED BY ":"
           INTO WS-MODULE-SLA-TEXT, WS-MODULE-SLA-MS-TEXT
           END-UNSTRING.
           IF FUNCTION TRIM(WS-MODULE-SLA-TEXT) = SPACES
           OR FUNCTION TRIM(WS-MODULE-SLA-MS-TEXT) = SPACES
           OR WS-MODULE-SLAS-LEN = WS-MODULE-SLAS-SIZE
           THEN
               DISPLAY "Ignoring MODULE_SLA=",
               FUNCTION TRIM(WS-CONFIG-VALUE)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MODULE-SLAS-LEN
           END-ADD.
           MOVE FUNCTION TRIM(WS-MODULE-SLA-TEXT)
           TO WS-MODULE-SLA-NAME(WS-MODULE-SLAS-LEN).
           COMPUTE WS-MODULE-SLA-MS(WS-MODULE-SLAS-LEN) =
           FUNCTION NUMVAL(FUNCTION TRIM(WS-MODULE-SLA-MS-TEXT))
           END-COMPUTE.

       LOAD-SERVER-PREFIXES.
      * Only the two dispatch prefixes are wanted; everything else
      * in webserver.conf is the server's business
           OPEN INPUT WS-SERVER-CONFIG-FILE.
           IF WS-SERVER-CONFIG-FILE-STATUS = "00"
           THEN
               MOVE 'Y' TO WS-HAVE-SERVER-CONFIG
               PERFORM UNTIL WS-SERVER-CONFIG-FILE-STATUS = "10"
                   READ WS-SERVER-CONFIG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM PARSE-SERVER-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE WS-SERVER-CONFIG-FILE
           END-IF.

           IF FUNCTION TRIM(WS-APP-PATH-PREFIX) NOT = SPACES
           THEN
               INSPECT WS-APP-PATH-PREFIX
               TALLYING WS-APP-PREFIX-LEN FOR CHARACTERS
               BEFORE SPACE
           END-IF.
           IF FUNCTION TRIM(WS-PROXY-PREFIX) NOT = SPACES
           THEN
               INSPECT WS-PROXY-PREFIX
               TALLYING WS-PROXY-PREFIX-LEN FOR CHARACTERS
               BEFORE SPACE
           END-IF.

       PARSE-SERVER-CONFIG-LINE.
           MOVE SPACES TO WS-CONFIG-KEY.
           MOVE SPACES TO WS-CONFIG-VALUE.
           UNSTRING WS-SERVER-CONFIG-RECORD
           DELIMITED BY "="
           INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "APP_PATH_PREFIX"
                   MOVE SPACES TO WS-APP-PATH-PREFIX
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-APP-PATH-PREFIX
               WHEN "PROXY_PREFIX"
                   MOVE SPACES TO WS-PROXY-PREFIX
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-PROXY-PREFIX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RELEASE-TIMED-LOG-SAMPLES.
           OPEN INPUT WS-ACCESS-LOG-FILE.
           PERFORM UNTIL WS-ACCESS-LOG-FILE-STATUS = "10"
               READ WS-ACCESS-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ACCESS-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-ACCESS-LOG-FILE.

       TALLY-ACCESS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-TIMESTAMP.
           MOVE SPACES TO WS-LOG-TOKEN-TABLE.
           UNSTRING WS-ACCESS-LOG-RECORD
           DELIMITED BY ALL SPACES
           INTO WS-LOG-TIMESTAMP,
           WS-LOG-TOKEN(1), WS-LOG-TOKEN(2), WS-LOG-TOKEN(3),
           WS-LOG-TOKEN(4), WS-LOG-TOKEN(5), WS-LOG-TOKEN(6),
           WS-LOG-TOKEN(7), WS-LOG-TOKEN(8), WS-LOG-TOKEN(9),
           WS-LOG-TOKEN(10)
           END-UNSTRING.

           IF WS-REPORT-DATE-FILTER NOT = SPACES
           AND WS-LOG-TIMESTAMP(1:8) NOT = WS-REPORT-DATE-FILTER
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LINES-READ
           END-ADD.

           MOVE "-" TO WS-LOG-PATH.
           MOVE "-" TO WS-LOG-HOST.
           MOVE "-" TO WS-LOG-CLIENT.
           MOVE "???" TO WS-LOG-STATUS.
           MOVE ZERO TO WS-LOG-ELAPSED-MS.
           MOVE ZERO TO WS-LOG-SENT.
           MOVE 'N' TO WS-LOG-TIMED.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF WS-LOG-TOKEN(WS-I) NOT = SPACES
               THEN
                   PERFORM SPLIT-LOG-TOKEN-INTO-KEY-AND-VALUE
                   PERFORM APPLY-LOG-TOKEN
               END-IF
           END-PERFORM.

           IF WS-LOG-TIMED = 'N'
           THEN
               ADD 1 TO WS-LINES-UNTIMED
               END-ADD
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OVERALL-STATS TO WS-STAT-WORK.
           PERFORM ADD-SAMPLE-TO-STAT-WORK.
           MOVE WS-STAT-WORK TO WS-OVERALL-STATS.
           MOVE "T" TO SAMPLE-GROUP-KIND.
           MOVE 1 TO SAMPLE-GROUP-INDEX.
           PERFORM RELEASE-SAMPLE.

           PERFORM TALLY-HOST-SAMPLE.
           PERFORM TALLY-PATH-SAMPLE.
           PERFORM TALLY-MODULE-OR-PROXY-SAMPLE.
           PERFORM KEEP-IF-AMONG-SLOWEST.

       SPLIT-LOG-TOKEN-INTO-KEY-AND-VALUE.
      * Split at the first "=" only, so a query string inside a
      * path= value survives
           MOVE SPACES TO WS-LOG-TOKEN-KEY.
           MOVE SPACES TO WS-LOG-TOKEN-VALUE.
           MOVE ZERO TO WS-LOG-EQUALS-POSITION.
           INSPECT WS-LOG-TOKEN(WS-I)
           TALLYING WS-LOG-EQUALS-POSITION FOR CHARACTERS BEFORE "=".
           IF WS-LOG-EQUALS-POSITION = 0
           OR WS-LOG-EQUALS-POSITION > 16
           OR WS-LOG-EQUALS-POSITION >= LENGTH OF WS-LOG-TOKEN-VALUE
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOG-TOKEN(WS-I)(1:WS-LOG-EQUALS-POSITION)
           TO WS-LOG-TOKEN-KEY.
           MOVE WS-LOG-TOKEN(WS-I)(WS-LOG-EQUALS-POSITION + 2:)
           TO WS-LOG-TOKEN-VALUE.

       APPLY-LOG-TOKEN.
           EVALUATE FUNCTION TRIM(WS-LOG-TOKEN-KEY)
               WHEN "path"
                   MOVE SPACES TO WS-LOG-PATH
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-PATH
               WHEN "host"
                   MOVE SPACES TO WS-LOG-HOST
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-HOST
               WHEN "client"
                   MOVE SPACES TO WS-LOG-CLIENT
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-CLIENT
               WHEN "status"
                   MOVE WS-LOG-TOKEN-VALUE(1:3) TO WS-LOG-STATUS
               WHEN "elapsed"
                   IF FUNCTION TRIM(WS-LOG-TOKEN-VALUE) NOT = SPACES
                   THEN
                       COMPUTE WS-LOG-ELAPSED-MS = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-LOG-TOKEN-VALUE))
                       END-COMPUTE
                       MOVE 'Y' TO WS-LOG-TIMED
                   END-IF
               WHEN "sent"
                   IF FUNCTION TRIM(WS-LOG-TOKEN-VALUE) NOT = SPACES
                   THEN
                       COMPUTE WS-LOG-SENT = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-LOG-TOKEN-VALUE))
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-SAMPLE-TO-STAT-WORK.
           ADD 1 TO WS-STAT-COUNT
           END-ADD.
           ADD WS-LOG-ELAPSED-MS TO WS-STAT-TOTAL-MS
           END-ADD.
           ADD WS-LOG-SENT TO WS-STAT-BYTES
           END-ADD.
           IF WS-LOG-ELAPSED-MS > WS-STAT-MAX-MS
           THEN
               MOVE WS-LOG-ELAPSED-MS TO WS-STAT-MAX-MS
           END-IF.

       RELEASE-SAMPLE.
      * SAMPLE-GROUP-KIND and -INDEX are set by the caller
           MOVE WS-LOG-ELAPSED-MS TO SAMPLE-ELAPSED-MS.
           RELEASE WS-SAMPLE-RECORD.

       TALLY-HOST-SAMPLE.
           PERFORM VARYING WS-J FROM 1 BY 1
           UNTIL WS-J > WS-HOST-TOTALS-LEN
           IF WS-HOST-TOTAL-HOST(WS-J) = WS-LOG-HOST
           THEN
               EXIT PERFORM
           END-IF
           END-PERFORM.
           IF WS-J > WS-HOST-TOTALS-LEN
           THEN
               IF WS-HOST-TOTALS-LEN = WS-HOST-TOTALS-SIZE
               THEN
                   ADD 1 TO WS-HOST-OVERFLOW-REQUESTS
                   END-ADD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HOST-TOTALS-LEN
               END-ADD
               MOVE WS-HOST-TOTALS-LEN TO WS-J
               MOVE WS-LOG-HOST TO WS-HOST-TOTAL-HOST(WS-J)
               MOVE ZERO TO WS-STAT-WORK
               MOVE WS-STAT-WORK TO WS-HOST-TOTAL-STATS(WS-J)
           END-IF.
           MOVE WS-HOST-TOTAL-STATS(WS-J) TO WS-STAT-WORK.
           PERFORM ADD-SAMPLE-TO-STAT-WORK.
           MOVE WS-STAT-WORK TO WS-HOST-TOTAL-STATS(WS-J).
           MOVE "H" TO SAMPLE-GROUP-KIND.
           MOVE WS-J TO SAMPLE-GROUP-INDEX.
           PERFORM RELEASE-SAMPLE.

       TALLY-PATH-SAMPLE.
           PERFORM VARYING WS-J FROM 1 BY 1
           UNTIL WS-J > WS-PATH-TOTALS-LEN
           IF WS-PATH-TOTAL-PATH(WS-J) = WS-LOG-PATH
           THEN
               EXIT PERFORM
           END-IF
           END-PERFORM.
           IF WS-J > WS-PATH-TOTALS-LEN
           THEN
               IF WS-PATH-TOTALS-LEN = WS-PATH-TOTALS-SIZE
               THEN
                   ADD 1 TO WS-PATH-OVERFLOW-REQUESTS
                   END-ADD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PATH-TOTALS-LEN
               END-ADD
               MOVE WS-PATH-TOTALS-LEN TO WS-J
               MOVE WS-LOG-PATH TO WS-PATH-TOTAL-PATH(WS-J)
               MOVE ZERO TO WS-STAT-WORK
               MOVE WS-STAT-WORK TO WS-PATH-TOTAL-STATS(WS-J)
           END-IF.
           MOVE WS-PATH-TOTAL-STATS(WS-J) TO WS-STAT-WORK.
           PERFORM ADD-SAMPLE-TO-STAT-WORK.
           MOVE WS-STAT-WORK TO WS-PATH-TOTAL-STATS(WS-J).
           MOVE "P" TO SAMPLE-GROUP-KIND.
           MOVE WS-J TO SAMPLE-GROUP-INDEX.
           PERFORM RELEASE-SAMPLE.

       TALLY-MODULE-OR-PROXY-SAMPLE.
      * The module is the path segment right after the app prefix,
      * as VALIDATE-APP-MODULE-NAME takes it in the server
           IF WS-PROXY-PREFIX-LEN > 0
           AND WS-LOG-PATH(1:WS-PROXY-PREFIX-LEN) =
               WS-PROXY-PREFIX(1:WS-PROXY-PREFIX-LEN)
           THEN
               MOVE WS-PROXY-STATS TO WS-STAT-WORK
               PERFORM ADD-SAMPLE-TO-STAT-WORK
               MOVE WS-STAT-WORK TO WS-PROXY-STATS
               MOVE "X" TO SAMPLE-GROUP-KIND
               MOVE 1 TO SAMPLE-GROUP-INDEX
               PERFORM RELEASE-SAMPLE
               EXIT PARAGRAPH
           END-IF.

           IF WS-APP-PREFIX-LEN = 0
           OR WS-APP-PREFIX-LEN >= LENGTH OF WS-LOG-PATH
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-PATH(1:WS-APP-PREFIX-LEN) NOT =
              WS-APP-PATH-PREFIX(1:WS-APP-PREFIX-LEN)
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LOG-MODULE.
           UNSTRING WS-LOG-PATH(WS-APP-PREFIX-LEN + 1:)
           DELIMITED BY "/" OR "?" OR SPACE
           INTO WS-LOG-MODULE
           END-UNSTRING.
           IF WS-LOG-MODULE = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-J FROM 1 BY 1
           UNTIL WS-J > WS-MODULE-TOTALS-LEN
           IF WS-MODULE-TOTAL-NAME(WS-J) = WS-LOG-MODULE
           THEN
               EXIT PERFORM
           END-IF
           END-PERFORM.
           IF WS-J > WS-MODULE-TOTALS-LEN
           THEN
               IF WS-MODULE-TOTALS-LEN = WS-MODULE-TOTALS-SIZE
               THEN
                   ADD 1 TO WS-MODULE-OVERFLOW-REQUESTS
                   END-ADD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MODULE-TOTALS-LEN
               END-ADD
               MOVE WS-MODULE-TOTALS-LEN TO WS-J
               MOVE WS-LOG-MODULE TO WS-MODULE-TOTAL-NAME(WS-J)
               MOVE ZERO TO WS-STAT-WORK
               MOVE WS-STAT-WORK TO WS-MODULE-TOTAL-STATS(WS-J)
           END-IF.
           MOVE WS-MODULE-TOTAL-STATS(WS-J) TO WS-STAT-WORK.
           PERFORM ADD-SAMPLE-TO-STAT-WORK.
           MOVE WS-STAT-WORK TO WS-MODULE-TOTAL-STATS(WS-J).
           MOVE "A" TO SAMPLE-GROUP-KIND.
           MOVE WS-J TO SAMPLE-GROUP-INDEX.
           PERFORM RELEASE-SAMPLE.

       KEEP-IF-AMONG-SLOWEST.
           IF WS-CONFIG-SLOWEST-REQUESTS = 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SLOWEST-LEN < WS-CONFIG-SLOWEST-REQUESTS
           THEN
               ADD 1 TO WS-SLOWEST-LEN
               END-ADD
               MOVE WS-SLOWEST-LEN TO WS-SLOWEST-MIN-I
           ELSE
               MOVE 1 TO WS-SLOWEST-MIN-I
               PERFORM VARYING WS-J FROM 2 BY 1
               UNTIL WS-J > WS-SLOWEST-LEN
               IF WS-SLOWEST-ELAPSED-MS(WS-J) <
                  WS-SLOWEST-ELAPSED-MS(WS-SLOWEST-MIN-I)
               THEN
                   MOVE WS-J TO WS-SLOWEST-MIN-I
               END-IF
               END-PERFORM
               IF WS-LOG-ELAPSED-MS <=
                  WS-SLOWEST-ELAPSED-MS(WS-SLOWEST-MIN-I)
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-LOG-ELAPSED-MS
           TO WS-SLOWEST-ELAPSED-MS(WS-SLOWEST-MIN-I).
           MOVE WS-LOG-TIMESTAMP(1:14)
           TO WS-SLOWEST-TIMESTAMP(WS-SLOWEST-MIN-I).
           MOVE WS-LOG-STATUS TO WS-SLOWEST-STATUS(WS-SLOWEST-MIN-I).
           MOVE WS-LOG-CLIENT TO WS-SLOWEST-CLIENT(WS-SLOWEST-MIN-I).
           MOVE WS-LOG-SENT TO WS-SLOWEST-SENT(WS-SLOWEST-MIN-I).
           MOVE WS-LOG-HOST TO WS-SLOWEST-HOST(WS-SLOWEST-MIN-I).
           MOVE WS-LOG-PATH TO WS-SLOWEST-PATH(WS-SLOWEST-MIN-I).

       FIND-GROUP-PERCENTILES.
           MOVE 'N' TO WS-SORT-AT-END.
           MOVE SPACE TO WS-GROUP-KIND.
           MOVE ZERO TO WS-GROUP-INDEX.
           PERFORM UNTIL WS-SORT-AT-END = 'Y'
               RETURN WS-SAMPLE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-AT-END
                   NOT AT END
                       PERFORM TAKE-SORTED-SAMPLE
               END-RETURN
           END-PERFORM.

       TAKE-SORTED-SAMPLE.
      * The p95 is the sample at rank ceiling(count x 0.95) within
      * its group
           IF SAMPLE-GROUP-KIND NOT = WS-GROUP-KIND
           OR SAMPLE-GROUP-INDEX NOT = WS-GROUP-INDEX
           THEN
               MOVE SAMPLE-GROUP-KIND TO WS-GROUP-KIND
               MOVE SAMPLE-GROUP-INDEX TO WS-GROUP-INDEX
               MOVE ZERO TO WS-GROUP-RANK
               PERFORM LOAD-GROUP-STATS
               COMPUTE WS-GROUP-TARGET-RANK =
               (WS-STAT-COUNT * 95 + 99) / 100
               END-COMPUTE
           END-IF.
           ADD 1 TO WS-GROUP-RANK
           END-ADD.
           IF WS-GROUP-RANK = WS-GROUP-TARGET-RANK
           THEN
               MOVE SAMPLE-ELAPSED-MS TO WS-STAT-P95-MS
               PERFORM STORE-GROUP-STATS
           END-IF.

       LOAD-GROUP-STATS.
           EVALUATE WS-GROUP-KIND
               WHEN "T"
                   MOVE WS-OVERALL-STATS TO WS-STAT-WORK
               WHEN "H"
                   MOVE WS-HOST-TOTAL-STATS(WS-GROUP-INDEX)
                   TO WS-STAT-WORK
               WHEN "P"
                   MOVE WS-PATH-TOTAL-STATS(WS-GROUP-INDEX)
                   TO WS-STAT-WORK
               WHEN "A"
                   MOVE WS-MODULE-TOTAL-STATS(WS-GROUP-INDEX)
                   TO WS-STAT-WORK
               WHEN "X"
                   MOVE WS-PROXY-STATS TO WS-STAT-WORK
           END-EVALUATE.

       STORE-GROUP-STATS.
           EVALUATE WS-GROUP-KIND
               WHEN "T"
                   MOVE WS-STAT-WORK TO WS-OVERALL-STATS
               WHEN "H"
                   MOVE WS-STAT-WORK
                   TO WS-HOST-TOTAL-STATS(WS-GROUP-INDEX)
               WHEN "P"
                   MOVE WS-STAT-WORK
                   TO WS-PATH-TOTAL-STATS(WS-GROUP-INDEX)
               WHEN "A"
                   MOVE WS-STAT-WORK
                   TO WS-MODULE-TOTAL-STATS(WS-GROUP-INDEX)
               WHEN "X"
                   MOVE WS-STAT-WORK TO WS-PROXY-STATS
           END-EVALUATE.

       SORT-PATHS-BY-REQUESTS.
      * Only the top of the list is printed, so the selection sort
      * stops once that many places are filled
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I >= WS-PATH-TOTALS-LEN
           OR WS-I > WS-CONFIG-TOP-PATHS
               MOVE WS-I TO WS-MAX-I
               PERFORM VARYING WS-J FROM WS-I BY 1
               UNTIL WS-J > WS-PATH-TOTALS-LEN
               IF WS-PATH-TOTAL-STATS(WS-J)(1:8) >
                  WS-PATH-TOTAL-STATS(WS-MAX-I)(1:8)
               THEN
                   MOVE WS-J TO WS-MAX-I
               END-IF
               END-PERFORM
               IF WS-MAX-I NOT = WS-I
               THEN
                   MOVE WS-PATH-TOTAL(WS-I) TO WS-PATH-TOTAL-SWAP
                   MOVE WS-PATH-TOTAL(WS-MAX-I) TO WS-PATH-TOTAL(WS-I)
                   MOVE WS-PATH-TOTAL-SWAP TO WS-PATH-TOTAL(WS-MAX-I)
               END-IF
           END-PERFORM.

       SORT-SLOWEST-BY-ELAPSED.
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I >= WS-SLOWEST-LEN
               MOVE WS-I TO WS-MAX-I
               PERFORM VARYING WS-J FROM WS-I BY 1
               UNTIL WS-J > WS-SLOWEST-LEN
               IF WS-SLOWEST-ELAPSED-MS(WS-J) >
                  WS-SLOWEST-ELAPSED-MS(WS-MAX-I)
               THEN
                   MOVE WS-J TO WS-MAX-I
               END-IF
               END-PERFORM
               IF WS-MAX-I NOT = WS-I
               THEN
                   MOVE WS-SLOWEST-ENTRY(WS-I) TO WS-SLOWEST-SWAP
                   MOVE WS-SLOWEST-ENTRY(WS-MAX-I)
                   TO WS-SLOWEST-ENTRY(WS-I)
                   MOVE WS-SLOWEST-SWAP TO WS-SLOWEST-ENTRY(WS-MAX-I)
               END-IF
           END-PERFORM.

       FORMAT-STAT-WORK.
      * The four timing columns of WS-STAT-WORK, ready to display
           MOVE ZERO TO WS-STAT-AVERAGE-MS.
           IF WS-STAT-COUNT > 0
           THEN
               COMPUTE WS-STAT-AVERAGE-MS =
               WS-STAT-TOTAL-MS / WS-STAT-COUNT
               END-COMPUTE
           END-IF.
           MOVE WS-STAT-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-STAT-AVERAGE-MS TO WS-AVERAGE-DISPLAY.
           MOVE WS-STAT-P95-MS TO WS-P95-DISPLAY.
           MOVE WS-STAT-MAX-MS TO WS-MAX-DISPLAY.

       PRINT-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " LATENCY REPORT - cobol-webserver access log"
           END-DISPLAY.
           DISPLAY " log file:  ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME)
           END-DISPLAY.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           THEN
               DISPLAY " day:       ", WS-REPORT-DATE-FILTER
               END-DISPLAY
           ELSE
               DISPLAY " day:       whole log"
               END-DISPLAY
           END-IF.
           DISPLAY " generated: ", WS-REPORT-TIMESTAMP(1:14)
           END-DISPLAY.
           DISPLAY " config:    ",
           FUNCTION TRIM(WS-SERVER-CONFIG-FILENAME)
           END-DISPLAY.
           IF WS-HAVE-SERVER-CONFIG = 'N'
           THEN
               DISPLAY " WARNING: config not readable (status ",
               WS-SERVER-CONFIG-FILE-STATUS, ") - built-in defaults"
               END-DISPLAY
               DISPLAY "          used; give the server's ",
               "webserver.conf as the argument"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.
           MOVE WS-OVERALL-STATS TO WS-STAT-WORK.
           PERFORM FORMAT-STAT-WORK.
           DISPLAY " timed requests: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-LINES-UNTIMED TO WS-COUNT-DISPLAY.
           DISPLAY " untimed lines:  ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
           " (logged without elapsed=)"
           END-DISPLAY.
           DISPLAY " all requests:   avg ",
           FUNCTION TRIM(WS-AVERAGE-DISPLAY LEADING), " ms, p95 ",
           FUNCTION TRIM(WS-P95-DISPLAY LEADING), " ms, max ",
           FUNCTION TRIM(WS-MAX-DISPLAY LEADING), " ms"
           END-DISPLAY.
           MOVE WS-STAT-BYTES TO WS-BYTES-DISPLAY.
           DISPLAY " bytes sent:     ",
           FUNCTION TRIM(WS-BYTES-DISPLAY LEADING)
           END-DISPLAY.

       PRINT-HOST-SECTION.
           DISPLAY " "
           END-DISPLAY.
           DISPLAY "BY HOST                                  ",
           "requests   avg ms   p95 ms   max ms"
           END-DISPLAY.
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-HOST-TOTALS-LEN
               MOVE WS-HOST-TOTAL-HOST(WS-I) TO WS-DISPLAY-NAME
               MOVE WS-HOST-TOTAL-STATS(WS-I) TO WS-STAT-WORK
               PERFORM PRINT-STAT-LINE
           END-PERFORM.
           IF WS-HOST-OVERFLOW-REQUESTS > 0
           THEN
               MOVE WS-HOST-OVERFLOW-REQUESTS TO WS-COUNT-DISPLAY
               DISPLAY " (", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " requests for hosts past the table limit)"
               END-DISPLAY
           END-IF.

       PRINT-PATH-SECTION.
           DISPLAY " "
           END-DISPLAY.
           MOVE WS-CONFIG-TOP-PATHS TO WS-COUNT-DISPLAY.
           DISPLAY "BY PATH (top ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
           " by requests)               ",
           "requests   avg ms   p95 ms   max ms"
           END-DISPLAY.
           MOVE WS-CONFIG-TOP-PATHS TO WS-LIST-LIMIT.
           IF WS-LIST-LIMIT > WS-PATH-TOTALS-LEN
           THEN
               MOVE WS-PATH-TOTALS-LEN TO WS-LIST-LIMIT
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-LIST-LIMIT
               MOVE WS-PATH-TOTAL-PATH(WS-I) TO WS-DISPLAY-NAME
               MOVE WS-PATH-TOTAL-STATS(WS-I) TO WS-STAT-WORK
               PERFORM PRINT-STAT-LINE
           END-PERFORM.
           IF WS-PATH-OVERFLOW-REQUESTS > 0
           THEN
               MOVE WS-PATH-OVERFLOW-REQUESTS TO WS-COUNT-DISPLAY
               DISPLAY " (", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " requests for paths past the table limit)"
               END-DISPLAY
           END-IF.

       PRINT-STAT-LINE.
      * WS-DISPLAY-NAME and WS-STAT-WORK set by the caller
           PERFORM FORMAT-STAT-WORK.
           DISPLAY " ", WS-DISPLAY-NAME, WS-COUNT-DISPLAY, " ",
           WS-AVERAGE-DISPLAY, " ", WS-P95-DISPLAY, " ",
           WS-MAX-DISPLAY
           END-DISPLAY.

       PRINT-SLA-SECTION.
      * A module or the proxy breaks its SLA when its p95 is over
      * the limit; one such group is enough to flag the day
           DISPLAY " "
           END-DISPLAY.
           DISPLAY "SLA (p95 against limit)                  ",
           "requests   p95 ms   sla ms  result"
           END-DISPLAY.
           MOVE ZERO TO WS-SLA-BREACH-COUNT.
           IF WS-APP-PREFIX-LEN = 0
           AND WS-PROXY-PREFIX-LEN = 0
           THEN
               DISPLAY " no APP_PATH_PREFIX or PROXY_PREFIX in ",
               FUNCTION TRIM(WS-SERVER-CONFIG-FILENAME)
               END-DISPLAY
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-MODULE-TOTALS-LEN
               MOVE WS-MODULE-TOTAL-STATS(WS-I) TO WS-STAT-WORK
               MOVE WS-CONFIG-SLA-APP-MS TO WS-SLA-MS
               PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-MODULE-SLAS-LEN
               IF WS-MODULE-SLA-NAME(WS-J) = WS-MODULE-TOTAL-NAME(WS-I)
               THEN
                   MOVE WS-MODULE-SLA-MS(WS-J) TO WS-SLA-MS
               END-IF
               END-PERFORM
               MOVE SPACES TO WS-SLA-GROUP-NAME
               STRING WS-APP-PATH-PREFIX(1:WS-APP-PREFIX-LEN)
                   DELIMITED BY SIZE,
               WS-MODULE-TOTAL-NAME(WS-I) DELIMITED BY SPACE
               INTO WS-SLA-GROUP-NAME
               END-STRING
               PERFORM JUDGE-AND-PRINT-SLA-LINE
           END-PERFORM.
           IF WS-MODULE-OVERFLOW-REQUESTS > 0
           THEN
               MOVE WS-MODULE-OVERFLOW-REQUESTS TO WS-COUNT-DISPLAY
               DISPLAY " (", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " requests for modules past the table limit)"
               END-DISPLAY
           END-IF.
           IF WS-PROXY-PREFIX-LEN > 0
           THEN
               MOVE WS-PROXY-STATS TO WS-STAT-WORK
               MOVE WS-CONFIG-SLA-PROXY-MS TO WS-SLA-MS
               MOVE SPACES TO WS-SLA-GROUP-NAME
               MOVE WS-PROXY-PREFIX TO WS-SLA-GROUP-NAME
               PERFORM JUDGE-AND-PRINT-SLA-LINE
           END-IF.
           IF WS-SLA-BREACH-COUNT > 0
           THEN
               MOVE WS-SLA-BREACH-COUNT TO WS-COUNT-DISPLAY
               DISPLAY " SLA BREACHED by ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING), " group(s)"
               END-DISPLAY
           ELSE
               DISPLAY " SLA met"
               END-DISPLAY
           END-IF.

       JUDGE-AND-PRINT-SLA-LINE.
      * WS-SLA-GROUP-NAME, WS-SLA-MS and WS-STAT-WORK set by the
      * caller; a group with no requests that day cannot breach
           PERFORM FORMAT-STAT-WORK.
           MOVE WS-SLA-MS TO WS-SLA-DISPLAY.
           IF WS-STAT-COUNT > 0
           AND WS-STAT-P95-MS > WS-SLA-MS
           THEN
               MOVE "BREACH" TO WS-SLA-VERDICT
               ADD 1 TO WS-SLA-BREACH-COUNT
               END-ADD
               IF WS-SLA-BREACH-COUNT <= 8
               THEN
                   MOVE WS-SLA-GROUP-NAME
                   TO WS-SLA-BREACH-NAME(WS-SLA-BREACH-COUNT)
                   MOVE WS-STAT-P95-MS
                   TO WS-SLA-BREACH-P95-MS(WS-SLA-BREACH-COUNT)
                   MOVE WS-SLA-MS
                   TO WS-SLA-BREACH-SLA-MS(WS-SLA-BREACH-COUNT)
               END-IF
           ELSE
               MOVE "ok" TO WS-SLA-VERDICT
           END-IF.
           MOVE WS-SLA-GROUP-NAME TO WS-DISPLAY-NAME.
           DISPLAY " ", WS-DISPLAY-NAME, WS-COUNT-DISPLAY, " ",
           WS-P95-DISPLAY, " ", WS-SLA-DISPLAY, "  ", WS-SLA-VERDICT
           END-DISPLAY.

       PRINT-SLOWEST-SECTION.
           DISPLAY " "
           END-DISPLAY.
           DISPLAY "SLOWEST REQUESTS"
           END-DISPLAY.
           DISPLAY "   elapsed ms  time           status client",
           "          bytes sent host / path"
           END-DISPLAY.
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-SLOWEST-LEN
               MOVE WS-SLOWEST-ELAPSED-MS(WS-I) TO WS-MAX-DISPLAY
               MOVE WS-SLOWEST-SENT(WS-I) TO WS-BYTES-DISPLAY
               DISPLAY "     ", WS-MAX-DISPLAY, "  ",
               WS-SLOWEST-TIMESTAMP(WS-I), " ",
               WS-SLOWEST-STATUS(WS-I), "    ",
               WS-SLOWEST-CLIENT(WS-I), " ",
               WS-BYTES-DISPLAY(7:10), " ",
               FUNCTION TRIM(WS-SLOWEST-HOST(WS-I)), " ",
               FUNCTION TRIM(WS-SLOWEST-PATH(WS-I))
               END-DISPLAY
           END-PERFORM.
           IF WS-SLOWEST-LEN = 0
           THEN
               DISPLAY "   (no timed requests)"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       APPEND-DAY-TO-HISTORY-FILE.
      * A day already on file is not added twice - rerunning the
      * report for a day must not double it in the trend
           MOVE 'N' TO WS-HISTORY-DATE-ALREADY-PRESENT.
           OPEN INPUT WS-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-HISTORY-FILE-STATUS = "10"
                   READ WS-HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HISTORY-DATE = WS-REPORT-DATE-FILTER
                           THEN
                               MOVE 'Y' TO
                               WS-HISTORY-DATE-ALREADY-PRESENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-DATE-ALREADY-PRESENT = 'Y'
           THEN
               DISPLAY "History already holds ", WS-REPORT-DATE-FILTER,
               ", not appended again"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND WS-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT WS-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-HISTORY-FILENAME),
               " failed: ", WS-HISTORY-FILE-STATUS
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-HISTORY-RECORD.
           MOVE WS-REPORT-DATE-FILTER TO HISTORY-DATE.
           MOVE WS-OVERALL-STATS TO WS-STAT-WORK.
           PERFORM FORMAT-STAT-WORK.
           MOVE WS-STAT-COUNT TO HISTORY-TIMED-REQUESTS.
           MOVE WS-STAT-AVERAGE-MS TO HISTORY-AVERAGE-MS.
           MOVE WS-STAT-P95-MS TO HISTORY-P95-MS.
           MOVE WS-STAT-MAX-MS TO HISTORY-MAX-MS.
           IF WS-SLA-BREACH-COUNT > 0
           THEN
               MOVE "Y" TO HISTORY-SLA-BREACHED
           ELSE
               MOVE "N" TO HISTORY-SLA-BREACHED
           END-IF.
           MOVE ZERO TO HISTORY-BREACH-COUNT.
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-SLA-BREACH-COUNT OR WS-I > 8
               MOVE WS-SLA-BREACH-NAME(WS-I)
               TO HISTORY-BREACH-NAME(WS-I)
               MOVE WS-SLA-BREACH-P95-MS(WS-I)
               TO HISTORY-BREACH-P95-MS(WS-I)
               MOVE WS-SLA-BREACH-SLA-MS(WS-I)
               TO HISTORY-BREACH-SLA-MS(WS-I)
               MOVE WS-I TO HISTORY-BREACH-COUNT
           END-PERFORM.
           WRITE WS-HISTORY-RECORD.
           CLOSE WS-HISTORY-FILE.
           DISPLAY "Appended ", WS-REPORT-DATE-FILTER, " to ",
           FUNCTION TRIM(WS-HISTORY-FILENAME)
           END-DISPLAY.

       END PROGRAM latencyreport.
