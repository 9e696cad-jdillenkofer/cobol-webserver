      * thirty before), plus a list of days whose request count
      * broke sharply - double or half - away from the trailing
      * seven-day average. Answers "is traffic on the second vhost
      * growing?" without the spreadsheet. When latencyreport keeps
      * its own day records in latencyreport.history, the report
      * closes with the days a response-time SLA was broken
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-HISTORY-FILE ASSIGN TO WS-HISTORY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT WS-LATENCY-HISTORY-FILE
               ASSIGN TO WS-LATENCY-HISTORY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LATENCY-HISTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-HISTORY-FILE.
               10 HISTORY-HOST-NAME PIC X(64).
               10 HISTORY-HOST-REQUESTS PIC X(8).
               10 HISTORY-HOST-BYTES PIC X(16).
       FD WS-LATENCY-HISTORY-FILE.
      * Mirrors the record latencyreport writes in
      * APPEND-DAY-TO-HISTORY-FILE
       01 WS-LATENCY-HISTORY-RECORD.
           05 LATENCY-HISTORY-DATE PIC X(8).
           05 LATENCY-HISTORY-TIMED-REQUESTS PIC X(8).
           05 LATENCY-HISTORY-AVERAGE-MS PIC X(8).
           05 LATENCY-HISTORY-P95-MS PIC X(8).
           05 LATENCY-HISTORY-MAX-MS PIC X(8).
           05 LATENCY-HISTORY-SLA-BREACHED PIC X.
           05 LATENCY-HISTORY-BREACH-COUNT PIC X(2).
           05 LATENCY-HISTORY-BREACHES OCCURS 8 TIMES.
               10 LATENCY-HISTORY-BREACH-NAME PIC X(64).
               10 LATENCY-HISTORY-BREACH-P95-MS PIC X(8).
               10 LATENCY-HISTORY-BREACH-SLA-MS PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILENAME PIC X(256)
           VALUE "accessreport.history".
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-LATENCY-HISTORY-FILENAME PIC X(256)
           VALUE "latencyreport.history".
       01 WS-LATENCY-HISTORY-FILE-STATUS PIC XX.
      * The latency day records, sorted by date like WS-DAYS. Each
      * is kept as read; only its date and flag are checked on load
       01 WS-LATENCY-DAYS.
           05 WS-LATENCY-DAYS-LEN PIC 9(4) VALUE 0.
           05 WS-LATENCY-DAYS-SIZE PIC 9(4) VALUE 366.
           05 WS-LATENCY-DAY OCCURS 366 TIMES PIC X(683).
       01 WS-LATENCY-DAY-SWAP PIC X(683).
       01 WS-LATENCY-BREACH-DAYS PIC 9(4) VALUE 0.
       01 WS-LATENCY-BREACH-I PIC 9(4) VALUE 0.
       01 WS-LATENCY-BREACH-COUNT PIC 9(2) VALUE 0.
       01 WS-LATENCY-MS-DISPLAY PIC Z(7)9.
       01 WS-LATENCY-SLA-DISPLAY PIC Z(7)9.
       01 WS-REPORT-TIMESTAMP PIC X(26) VALUE SPACES.
      * A year of daily records, sorted by date once loaded; a
      * torn or hand-damaged record is skipped rather than counted
               MOVE WS-HOST-NAME(WS-K) TO WS-CURRENT-HOST
               PERFORM PRINT-HOST-TREND-SECTION
           END-PERFORM.

           PERFORM LOAD-LATENCY-HISTORY.
           PERFORM PRINT-LATENCY-SLA-SECTION.
           STOP RUN.

       LOAD-HISTORY-RECORD.
               END-DISPLAY
           END-IF.

       LOAD-LATENCY-HISTORY.
      * A site that does not run latencyreport simply has no file
           OPEN INPUT WS-LATENCY-HISTORY-FILE.
           IF WS-LATENCY-HISTORY-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LATENCY-HISTORY-FILE-STATUS = "10"
               READ WS-LATENCY-HISTORY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LATENCY-HISTORY-DATE IS NOT NUMERIC
                       OR LATENCY-HISTORY-BREACH-COUNT IS NOT NUMERIC
                       THEN
                           DISPLAY "skipping damaged latency history ",
                           "record"
                           END-DISPLAY
                       ELSE
                           IF WS-LATENCY-DAYS-LEN <
                              WS-LATENCY-DAYS-SIZE
                           THEN
                               ADD 1 TO WS-LATENCY-DAYS-LEN
                               END-ADD
                               MOVE WS-LATENCY-HISTORY-RECORD
                               TO WS-LATENCY-DAY(WS-LATENCY-DAYS-LEN)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-LATENCY-HISTORY-FILE.

      * Selection sort by date, the first eight characters
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I >= WS-LATENCY-DAYS-LEN
               MOVE WS-I TO WS-MAX-I
               PERFORM VARYING WS-J FROM WS-I BY 1
               UNTIL WS-J > WS-LATENCY-DAYS-LEN
               IF WS-LATENCY-DAY(WS-J)(1:8) <
                  WS-LATENCY-DAY(WS-MAX-I)(1:8)
               THEN
                   MOVE WS-J TO WS-MAX-I
               END-IF
               END-PERFORM
               IF WS-MAX-I NOT = WS-I
               THEN
                   MOVE WS-LATENCY-DAY(WS-I) TO WS-LATENCY-DAY-SWAP
                   MOVE WS-LATENCY-DAY(WS-MAX-I)
                   TO WS-LATENCY-DAY(WS-I)
                   MOVE WS-LATENCY-DAY-SWAP
                   TO WS-LATENCY-DAY(WS-MAX-I)
               END-IF
           END-PERFORM.

       COUNT-LATENCY-BREACH-DAYS.
      * Breach days among the last WS-PERIOD-DAYS recorded days
           MOVE ZERO TO WS-LATENCY-BREACH-DAYS.
           PERFORM VARYING WS-I FROM WS-LATENCY-DAYS-LEN BY -1
           UNTIL WS-I < 1
           OR WS-LATENCY-DAYS-LEN - WS-I >= WS-PERIOD-DAYS
               MOVE WS-LATENCY-DAY(WS-I) TO WS-LATENCY-HISTORY-RECORD
               IF LATENCY-HISTORY-SLA-BREACHED = "Y"
               THEN
                   ADD 1 TO WS-LATENCY-BREACH-DAYS
                   END-ADD
               END-IF
           END-PERFORM.

       PRINT-LATENCY-SLA-SECTION.
           DISPLAY " "
           END-DISPLAY.
           DISPLAY "LATENCY SLA (latencyreport history)"
           END-DISPLAY.
           IF WS-LATENCY-DAYS-LEN = 0
           THEN
               DISPLAY "  no latency history yet - run latencyreport ",
               "with a date first"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LATENCY-DAYS-LEN TO WS-COUNT-DISPLAY.
           DISPLAY "  days on file: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE 7 TO WS-PERIOD-DAYS.
           PERFORM COUNT-LATENCY-BREACH-DAYS.
           MOVE WS-LATENCY-BREACH-DAYS TO WS-COUNT-DISPLAY.
           DISPLAY "  breach days in the last 7 recorded:  ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE 30 TO WS-PERIOD-DAYS.
           PERFORM COUNT-LATENCY-BREACH-DAYS.
           MOVE WS-LATENCY-BREACH-DAYS TO WS-COUNT-DISPLAY.
           DISPLAY "  breach days in the last 30 recorded: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.

           DISPLAY " days the SLA was broken"
           END-DISPLAY.
           MOVE ZERO TO WS-TEMP-FLAGGED.
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-LATENCY-DAYS-LEN
               MOVE WS-LATENCY-DAY(WS-I) TO WS-LATENCY-HISTORY-RECORD
               IF LATENCY-HISTORY-SLA-BREACHED = "Y"
               THEN
                   ADD 1 TO WS-TEMP-FLAGGED
                   END-ADD
                   PERFORM PRINT-LATENCY-BREACH-DAY
               END-IF
           END-PERFORM.
           IF WS-TEMP-FLAGGED = 0
           THEN
               DISPLAY "  none"
               END-DISPLAY
           END-IF.

       PRINT-LATENCY-BREACH-DAY.
      * WS-LATENCY-HISTORY-RECORD holds the day
           MOVE ZERO TO WS-LATENCY-MS-DISPLAY.
           IF LATENCY-HISTORY-P95-MS IS NUMERIC
           THEN
               MOVE LATENCY-HISTORY-P95-MS TO WS-LATENCY-MS-DISPLAY
           END-IF.
           DISPLAY "  ", LATENCY-HISTORY-DATE, " all requests p95 ",
           FUNCTION TRIM(WS-LATENCY-MS-DISPLAY LEADING), " ms"
           END-DISPLAY.
           MOVE LATENCY-HISTORY-BREACH-COUNT
           TO WS-LATENCY-BREACH-COUNT.
           PERFORM VARYING WS-LATENCY-BREACH-I FROM 1 BY 1
           UNTIL WS-LATENCY-BREACH-I > WS-LATENCY-BREACH-COUNT
           OR WS-LATENCY-BREACH-I > 8
               MOVE ZERO TO WS-LATENCY-MS-DISPLAY
               MOVE ZERO TO WS-LATENCY-SLA-DISPLAY
               IF LATENCY-HISTORY-BREACH-P95-MS(WS-LATENCY-BREACH-I)
                  IS NUMERIC
               THEN
                   MOVE LATENCY-HISTORY-BREACH-P95-MS
                   (WS-LATENCY-BREACH-I) TO WS-LATENCY-MS-DISPLAY
               END-IF
               IF LATENCY-HISTORY-BREACH-SLA-MS(WS-LATENCY-BREACH-I)
                  IS NUMERIC
               THEN
                   MOVE LATENCY-HISTORY-BREACH-SLA-MS
                   (WS-LATENCY-BREACH-I) TO WS-LATENCY-SLA-DISPLAY
               END-IF
               DISPLAY "    ",
               FUNCTION TRIM(LATENCY-HISTORY-BREACH-NAME
               (WS-LATENCY-BREACH-I)), " p95 ",
               FUNCTION TRIM(WS-LATENCY-MS-DISPLAY LEADING),
               " ms over its ",
               FUNCTION TRIM(WS-LATENCY-SLA-DISPLAY LEADING), " ms"
               END-DISPLAY
           END-PERFORM.

       PRINT-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP.
           DISPLAY "==================================================="
