       IDENTIFICATION DIVISION.
       PROGRAM-ID. blockreport.
      * Daily report of the temporary blocks logwatch hands the
      * server, run from the document root like accessreport and
      * with the same optional YYYYMMDD argument (the cut archive
      * access.log.YYYYMMDD when logrotate has made one). Every
      * block that was running at some point of the day is listed
      * with its client, when it started and ran out, how long that
      * is, why it was set and the alert behind it, and what the
      * client got while it lasted, counted from the day's log:
      *   REFUSED  connections the server turned away because of
      *            the block - logged 403 with the blocklist as
      *            their file=, which no ACL denial carries
      *   SERVED   anything else the client was answered; a block
      *            only takes effect at the server's next start or
      *            reload, so these show how long that took
      * The blocklist's name comes from webserver.conf, the file the
      * server itself enforced; a second argument names that file
      * when it is not in the document root. No argument reports
      * every block in the file against the whole log
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
           SELECT WS-SERVER-CONFIG-FILE
               ASSIGN TO WS-SERVER-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SERVER-CONFIG-FILE-STATUS.
           SELECT WS-BLOCKLIST-FILE ASSIGN TO WS-BLOCKLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKLIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-ACCESS-LOG-FILE.
       01 WS-ACCESS-LOG-RECORD PIC X(2560).
       FD WS-SERVER-CONFIG-FILE.
       01 WS-SERVER-CONFIG-RECORD PIC X(256).
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
       01 WS-SERVER-CONFIG-FILENAME PIC X(256) VALUE "webserver.conf".
       01 WS-SERVER-CONFIG-FILE-STATUS PIC XX.
      * 'N' when webserver.conf could not be read and the defaults
      * stand in for its settings; the report header says so
       01 WS-HAVE-SERVER-CONFIG PIC X VALUE 'N'.
       01 WS-CONFIG-KEY PIC X(64).
       01 WS-CONFIG-VALUE PIC X(256).
      * Same default as the server and logwatch
       01 WS-BLOCKLIST-FILENAME PIC X(256)
           VALUE "webserver.blocklist".
       01 WS-BLOCKLIST-FILE-STATUS PIC XX.
       01 WS-HAVE-BLOCKLIST PIC X VALUE 'N'.
       01 WS-REPORT-DATE-FILTER PIC X(8) VALUE SPACES.
       01 WS-DAY-START PIC X(14) VALUE SPACES.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-COMMAND-FIRST PIC X(256) VALUE SPACES.
       01 WS-COMMAND-SECOND PIC X(256) VALUE SPACES.
       01 WS-REPORT-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-LINES-READ PIC 9(8) VALUE 0.
      * One log line split into its timestamp and key=value tokens,
      * split at the first "=" as accessreport does
       01 WS-LOG-TIMESTAMP PIC X(26).
       01 WS-LOG-TOKEN-TABLE.
           05 WS-LOG-TOKEN OCCURS 10 TIMES PIC X(2300).
       01 WS-LOG-TOKEN-KEY PIC X(16).
       01 WS-LOG-TOKEN-VALUE PIC X(2300).
       01 WS-LOG-EQUALS-POSITION PIC 9(8) VALUE 0.
       01 WS-LOG-CLIENT PIC X(15).
       01 WS-LOG-STATUS PIC X(3).
       01 WS-LOG-FILE PIC X(256).
       01 WS-LOG-IS-BLOCK-REFUSAL PIC X VALUE 'N'.
      * The blocks that overlap the day, in blocklist order
       01 WS-BLOCKS.
           05 WS-BLOCKS-LEN PIC 9(4) VALUE 0.
           05 WS-BLOCKS-SIZE PIC 9(4) VALUE 500.
           05 WS-BLOCK OCCURS 500 TIMES.
               10 WS-BLOCK-CLIENT PIC X(15).
               10 WS-BLOCK-STARTED PIC X(14).
               10 WS-BLOCK-EXPIRES PIC X(14).
               10 WS-BLOCK-REASON PIC X(32).
               10 WS-BLOCK-ALERT PIC X(256).
               10 WS-BLOCK-MINUTES PIC 9(8).
               10 WS-BLOCK-REFUSED PIC 9(8).
               10 WS-BLOCK-SERVED PIC 9(8).
       01 WS-BLOCKS-OVERFLOW PIC X VALUE 'N'.
       01 WS-BLOCK-I PIC 9(4) VALUE 0.
       01 WS-BLOCK-J PIC 9(4) VALUE 0.
       01 WS-BLOCK-MATCHED PIC X VALUE 'N'.
       01 WS-BLOCK-SECONDS-FROM PIC 9(12) VALUE 0.
       01 WS-BLOCK-SECONDS-TO PIC 9(12) VALUE 0.
       01 WS-STAMP PIC X(14).
       01 WS-STAMP-SECONDS PIC 9(12) VALUE 0.
       01 WS-STAMP-DATE-VALUE PIC 9(8) VALUE 0.
       01 WS-DISTINCT-CLIENTS PIC 9(8) VALUE 0.
       01 WS-TOTAL-REFUSED PIC 9(8) VALUE 0.
       01 WS-TOTAL-SERVED PIC 9(8) VALUE 0.
       01 WS-UNMATCHED-REFUSED PIC 9(8) VALUE 0.
       01 WS-I PIC 9(8).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-MINUTES-DISPLAY PIC Z(7)9.
       01 WS-REFUSED-DISPLAY PIC Z(7)9.
       01 WS-SERVED-DISPLAY PIC Z(7)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PARSE-COMMAND-LINE-ARGUMENTS.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           THEN
               STRING WS-REPORT-DATE-FILTER DELIMITED BY SIZE,
               "000000" DELIMITED BY SIZE
               INTO WS-DAY-START
               END-STRING
           END-IF.
           PERFORM SELECT-ACCESS-LOG-FOR-DAY.
           PERFORM LOAD-BLOCKLIST-FILE-NAME.
           PERFORM LOAD-BLOCKS-FOR-DAY.

      * Without a block there is nothing to count the log against
           IF WS-BLOCKS-LEN > 0
           THEN
               OPEN INPUT WS-ACCESS-LOG-FILE
               IF WS-ACCESS-LOG-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "open ",
                   FUNCTION TRIM(WS-ACCESS-LOG-FILENAME),
                   " failed: ", WS-ACCESS-LOG-FILE-STATUS
                   END-DISPLAY
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ACCESS-LOG-FILE-STATUS = "10"
                   READ WS-ACCESS-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-ACCESS-LOG-RECORD
                   END-READ
               END-PERFORM
               CLOSE WS-ACCESS-LOG-FILE
           END-IF.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-BLOCKS-SECTION.
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
      * The dated archive once logrotate has cut the day, else the
      * live log, as in accessreport
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

       LOAD-BLOCKLIST-FILE-NAME.
      * An unreadable webserver.conf leaves the default, and the
      * report header warns about it
           OPEN INPUT WS-SERVER-CONFIG-FILE.
           IF WS-SERVER-CONFIG-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HAVE-SERVER-CONFIG.
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
           END-PERFORM.
           CLOSE WS-SERVER-CONFIG-FILE.

       LOAD-BLOCKS-FOR-DAY.
      * A block belongs to the day when it started on or before it
      * and ran out after it began - a block set late the evening
      * before still counts the morning's refusals
           OPEN INPUT WS-BLOCKLIST-FILE.
           IF WS-BLOCKLIST-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HAVE-BLOCKLIST.
           PERFORM UNTIL WS-BLOCKLIST-FILE-STATUS = "10"
               READ WS-BLOCKLIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-BLOCK-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-BLOCKLIST-FILE.

       NOTE-BLOCK-RECORD.
           IF BLOCK-CLIENT = SPACES
           OR BLOCK-STARTED IS NOT NUMERIC
           OR BLOCK-EXPIRES IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           AND (BLOCK-STARTED(1:8) > WS-REPORT-DATE-FILTER
               OR BLOCK-EXPIRES <= WS-DAY-START)
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-BLOCKS-LEN >= WS-BLOCKS-SIZE
           THEN
               MOVE 'Y' TO WS-BLOCKS-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BLOCKS-LEN
           END-ADD.
           MOVE BLOCK-CLIENT TO WS-BLOCK-CLIENT(WS-BLOCKS-LEN).
           MOVE BLOCK-STARTED TO WS-BLOCK-STARTED(WS-BLOCKS-LEN).
           MOVE BLOCK-EXPIRES TO WS-BLOCK-EXPIRES(WS-BLOCKS-LEN).
           MOVE BLOCK-REASON TO WS-BLOCK-REASON(WS-BLOCKS-LEN).
           MOVE BLOCK-ALERT TO WS-BLOCK-ALERT(WS-BLOCKS-LEN).
           MOVE ZERO TO WS-BLOCK-REFUSED(WS-BLOCKS-LEN).
           MOVE ZERO TO WS-BLOCK-SERVED(WS-BLOCKS-LEN).

           MOVE BLOCK-STARTED TO WS-STAMP.
           PERFORM COMPUTE-STAMP-SECONDS.
           MOVE WS-STAMP-SECONDS TO WS-BLOCK-SECONDS-FROM.
           MOVE BLOCK-EXPIRES TO WS-STAMP.
           PERFORM COMPUTE-STAMP-SECONDS.
           MOVE WS-STAMP-SECONDS TO WS-BLOCK-SECONDS-TO.
           IF WS-BLOCK-SECONDS-TO > WS-BLOCK-SECONDS-FROM
           THEN
               COMPUTE WS-BLOCK-MINUTES(WS-BLOCKS-LEN) =
               (WS-BLOCK-SECONDS-TO - WS-BLOCK-SECONDS-FROM) / 60
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-BLOCK-MINUTES(WS-BLOCKS-LEN)
           END-IF.

       COMPUTE-STAMP-SECONDS.
      * YYYYMMDDhhmmss flattened to seconds, days included, the way
      * logwatch does it
           MOVE WS-STAMP(1:8) TO WS-STAMP-DATE-VALUE.
           COMPUTE WS-STAMP-SECONDS =
           FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-VALUE) * 86400 +
           FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600 +
           FUNCTION NUMVAL(WS-STAMP(11:2)) * 60 +
           FUNCTION NUMVAL(WS-STAMP(13:2))
           END-COMPUTE.

       TALLY-ACCESS-LOG-RECORD.
           ADD 1 TO WS-LINES-READ
           END-ADD.
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
           IF WS-LOG-TIMESTAMP(1:14) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           AND WS-LOG-TIMESTAMP(1:8) NOT = WS-REPORT-DATE-FILTER
           THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "-" TO WS-LOG-CLIENT.
           MOVE "???" TO WS-LOG-STATUS.
           MOVE "-" TO WS-LOG-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF WS-LOG-TOKEN(WS-I) NOT = SPACES
               THEN
                   PERFORM SPLIT-LOG-TOKEN-INTO-KEY-AND-VALUE
                   PERFORM APPLY-LOG-TOKEN
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-LOG-IS-BLOCK-REFUSAL.
           IF WS-LOG-STATUS = "403"
           AND WS-LOG-FILE = WS-BLOCKLIST-FILENAME
           THEN
               MOVE 'Y' TO WS-LOG-IS-BLOCK-REFUSAL
           END-IF.

      * The line goes to the block that was running for its client
      * at that moment; overlapping blocks for one client cannot
      * happen, logwatch does not list a client twice while its
      * block runs
           MOVE 'N' TO WS-BLOCK-MATCHED.
           PERFORM VARYING WS-BLOCK-I FROM 1 BY 1
           UNTIL WS-BLOCK-I > WS-BLOCKS-LEN
           OR WS-BLOCK-MATCHED = 'Y'
               IF WS-BLOCK-CLIENT(WS-BLOCK-I) = WS-LOG-CLIENT
               AND WS-LOG-TIMESTAMP(1:14) >=
                   WS-BLOCK-STARTED(WS-BLOCK-I)
               AND WS-LOG-TIMESTAMP(1:14) <
                   WS-BLOCK-EXPIRES(WS-BLOCK-I)
               THEN
                   MOVE 'Y' TO WS-BLOCK-MATCHED
                   IF WS-LOG-IS-BLOCK-REFUSAL = 'Y'
                   THEN
                       ADD 1 TO WS-BLOCK-REFUSED(WS-BLOCK-I)
                       END-ADD
                       ADD 1 TO WS-TOTAL-REFUSED
                       END-ADD
                   ELSE
                       ADD 1 TO WS-BLOCK-SERVED(WS-BLOCK-I)
                       END-ADD
                       ADD 1 TO WS-TOTAL-SERVED
                       END-ADD
                   END-IF
               END-IF
           END-PERFORM.
      * A refusal with no block to put it under means the blocklist
      * was edited since, or the block fell past the table
           IF WS-BLOCK-MATCHED = 'N'
           AND WS-LOG-IS-BLOCK-REFUSAL = 'Y'
           THEN
               ADD 1 TO WS-UNMATCHED-REFUSED
               END-ADD
           END-IF.

       SPLIT-LOG-TOKEN-INTO-KEY-AND-VALUE.
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
               WHEN "status"
                   MOVE WS-LOG-TOKEN-VALUE(1:3) TO WS-LOG-STATUS
               WHEN "client"
                   MOVE SPACES TO WS-LOG-CLIENT
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-CLIENT
               WHEN "file"
                   MOVE SPACES TO WS-LOG-FILE
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " BLOCKED CLIENTS - cobol-webserver blocklist report"
           END-DISPLAY.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           THEN
               DISPLAY " day:       ", WS-REPORT-DATE-FILTER
               END-DISPLAY
           ELSE
               DISPLAY " day:       (every block, whole log)"
               END-DISPLAY
           END-IF.
           DISPLAY " generated: ", WS-REPORT-TIMESTAMP(1:14)
           END-DISPLAY.
           DISPLAY " blocklist: ", FUNCTION TRIM(WS-BLOCKLIST-FILENAME)
           END-DISPLAY.
           DISPLAY " log:       ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME)
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
           IF WS-HAVE-BLOCKLIST = 'N'
           THEN
               DISPLAY " no blocklist - logwatch has blocked nobody ",
               "yet, or blocking is switched off"
               END-DISPLAY
           END-IF.
           IF WS-BLOCKS-OVERFLOW = 'Y'
           THEN
               DISPLAY " more blocks than the table holds - the ",
               "latest are not listed"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       PRINT-BLOCKS-SECTION.
           DISPLAY " "
           END-DISPLAY.
           DISPLAY "BLOCKS"
           END-DISPLAY.
           DISPLAY " CLIENT           STARTED       EXPIRES        ",
           " MINUTES  REFUSED   SERVED"
           END-DISPLAY.
           PERFORM VARYING WS-BLOCK-I FROM 1 BY 1
           UNTIL WS-BLOCK-I > WS-BLOCKS-LEN
               PERFORM PRINT-BLOCK-ENTRY
           END-PERFORM.
           IF WS-BLOCKS-LEN = 0
           THEN
               DISPLAY "   (no client was blocked)"
               END-DISPLAY
           END-IF.

      * A client blocked twice in the day is one client
           PERFORM VARYING WS-BLOCK-I FROM 1 BY 1
           UNTIL WS-BLOCK-I > WS-BLOCKS-LEN
               MOVE 'N' TO WS-BLOCK-MATCHED
               PERFORM VARYING WS-BLOCK-J FROM 1 BY 1
               UNTIL WS-BLOCK-J >= WS-BLOCK-I
               OR WS-BLOCK-MATCHED = 'Y'
                   IF WS-BLOCK-CLIENT(WS-BLOCK-J) =
                      WS-BLOCK-CLIENT(WS-BLOCK-I)
                   THEN
                       MOVE 'Y' TO WS-BLOCK-MATCHED
                   END-IF
               END-PERFORM
               IF WS-BLOCK-MATCHED = 'N'
               THEN
                   ADD 1 TO WS-DISTINCT-CLIENTS
                   END-ADD
               END-IF
           END-PERFORM.

           DISPLAY "==================================================="
           END-DISPLAY.
           MOVE WS-BLOCKS-LEN TO WS-COUNT-DISPLAY.
           DISPLAY " blocks:            ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-DISTINCT-CLIENTS TO WS-COUNT-DISPLAY.
           DISPLAY " clients:           ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-TOTAL-REFUSED TO WS-COUNT-DISPLAY.
           DISPLAY " refused:           ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-TOTAL-SERVED TO WS-COUNT-DISPLAY.
           DISPLAY " served anyway:     ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           IF WS-UNMATCHED-REFUSED > 0
           THEN
               MOVE WS-UNMATCHED-REFUSED TO WS-COUNT-DISPLAY
               DISPLAY " refused, no block: ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " (blocklist edited since, or past the table)"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       PRINT-BLOCK-ENTRY.
           MOVE WS-BLOCK-MINUTES(WS-BLOCK-I) TO WS-MINUTES-DISPLAY.
           MOVE WS-BLOCK-REFUSED(WS-BLOCK-I) TO WS-REFUSED-DISPLAY.
           MOVE WS-BLOCK-SERVED(WS-BLOCK-I) TO WS-SERVED-DISPLAY.
           DISPLAY " ", WS-BLOCK-CLIENT(WS-BLOCK-I), "  ",
           WS-BLOCK-STARTED(WS-BLOCK-I)(1:12), "  ",
           WS-BLOCK-EXPIRES(WS-BLOCK-I)(1:12), " ",
           WS-MINUTES-DISPLAY, " ", WS-REFUSED-DISPLAY, " ",
           WS-SERVED-DISPLAY
           END-DISPLAY.
           DISPLAY "   ", FUNCTION TRIM(WS-BLOCK-REASON(WS-BLOCK-I)),
           ": ", FUNCTION TRIM(WS-BLOCK-ALERT(WS-BLOCK-I))
           END-DISPLAY.

       END PROGRAM blockreport.
