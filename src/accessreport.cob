      * Mirrors the record layout the server appends in
      * WRITE-ACCESS-LOG-ENTRY: a CURRENT-DATE timestamp followed by
      * space-separated key=value fields (counter=, method=, path=,
      * host=, client=, status=, file=, filesize=, then elapsed= and
      * sent=, which latencyreport reads and this report does not
      * need). Older log lines
      * missing the newer fields still parse; an absent host counts
      * under "-"
       01 WS-ACCESS-LOG-RECORD PIC X(2560).

       MAIN-PROCEDURE.
           PERFORM PARSE-COMMAND-LINE-ARGUMENTS.
           PERFORM SELECT-ACCESS-LOG-FOR-DAY.
           PERFORM INITIALIZE-TOTALS.

           OPEN INPUT WS-ACCESS-LOG-FILE.
               MOVE WS-COMMAND-LINE(1:8) TO WS-REPORT-DATE-FILTER
           END-IF.

       SELECT-ACCESS-LOG-FOR-DAY.
      * Once logrotate has cut the day, its lines live in the dated
      * archive access.log.YYYYMMDD rather than the live log. A day
      * not cut yet (or a site without the rotation job) is still
      * read from the live log; the day filter applies either way
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

       INITIALIZE-TOTALS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 24
               MOVE ZERO TO WS-HOUR-TOTAL-REQUESTS(WS-I)
               DISPLAY " day:       all days in the log"
               END-DISPLAY
           END-IF.
           DISPLAY " log file:  ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME)
           END-DISPLAY.
           DISPLAY " generated: ", WS-REPORT-TIMESTAMP(1:14)
           END-DISPLAY.
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY.
