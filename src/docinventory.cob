      * change the log accounts for is reported as explained. An
      * optional YYYYMMDD argument restricts the log scan to that
      * day, the way the nightly cron run passes yesterday's date;
      * no argument scans the whole log. Pages the publish job put
      * live or rolled back that day never appear in the log under
      * their own path, so the P and R records of the release
      * ledger explain them instead - and of its archive, since a
      * publish retire may already have moved the day's records
      * out of the ledger
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               WS-NEW-INVENTORY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-INVENTORY-FILE-STATUS.
           SELECT WS-RELEASE-LEDGER-FILE ASSIGN TO
               WS-RELEASE-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-ACCESS-LOG-FILE.
           05 NEW-INV-SIZE PIC 9(16).
           05 NEW-INV-MTIME PIC 9(12).
           05 NEW-INV-CRC PIC 9(12).
      * Mirrors the server's WS-RELEASE-RECORD
       FD WS-RELEASE-LEDGER-FILE.
       01 WS-RELEASE-RECORD.
           05 RELEASE-ACTION PIC X.
           05 RELEASE-TIMESTAMP PIC X(14).
           05 RELEASE-NAME PIC X(32).
           05 RELEASE-GO-LIVE PIC X(14).
           05 RELEASE-CLIENT PIC X(15).
           05 RELEASE-SIZE PIC 9(12).
           05 RELEASE-TARGET-PATH PIC X(256).
           05 RELEASE-TARGET-FILE PIC X(256).
           05 RELEASE-STAGED-NAME PIC X(512).
           05 RELEASE-SAVED-NAME PIC X(512).
       WORKING-STORAGE SECTION.
       01 WS-ACCESS-LOG-FILENAME PIC X(256) VALUE "access.log".
       01 WS-ACCESS-LOG-FILE-STATUS PIC XX.
               10 WS-LOGGED-METHOD PIC X(8).
               10 WS-LOGGED-PATH PIC X(256).
       01 WS-LOGGED-OVERFLOW PIC X VALUE 'N'.
      * The day's promotions and rollbacks from the release ledger.
      * A promotion adds or changes its page; a rollback changes
      * it back, or removes it when the release had added it
       01 WS-RELEASE-LEDGER-FILENAME PIC X(256)
           VALUE "webserver.releases".
       01 WS-RELEASE-LEDGER-FILE-STATUS PIC XX.
      * Where publish retire moves the records of closed releases;
      * read through the ledger's own file once the ledger is done
       01 WS-RETIRED-LEDGER-FILENAME PIC X(256)
           VALUE "webserver.releases.retired".
       01 WS-RELEASE-CHANGES.
           05 WS-RELEASE-CHANGES-LEN PIC 9(4) VALUE 0.
           05 WS-RELEASE-CHANGES-SIZE PIC 9(4) VALUE 500.
           05 WS-RELEASE-CHANGE OCCURS 500 TIMES.
               10 WS-RELEASE-CHANGE-ACTION PIC X.
               10 WS-RELEASE-CHANGE-NAME PIC X(32).
               10 WS-RELEASE-CHANGE-FILE PIC X(256).
               10 WS-RELEASE-CHANGE-RESTORED PIC X.
       01 WS-RELEASE-OVERFLOW PIC X VALUE 'N'.
       01 WS-EXPLAINING-RELEASE PIC X(32) VALUE SPACES.
      * Directories still waiting to be walked
       01 WS-PENDING-DIRS.
           05 WS-PENDING-DIRS-LEN PIC 9(4) VALUE 0.
           THEN
               MOVE WS-COMMAND-LINE(1:8) TO WS-REPORT-DATE-FILTER
           END-IF.
           PERFORM SELECT-ACCESS-LOG-FOR-DAY.

           PERFORM LOAD-OLD-INVENTORY.
           PERFORM LOAD-LOGGED-CHANGES.
           PERFORM LOAD-RELEASE-CHANGES.

           OPEN OUTPUT WS-NEW-INVENTORY-FILE.
           IF WS-NEW-INVENTORY-FILE-STATUS NOT = "00"
           END-PERFORM.
           CLOSE WS-ACCESS-LOG-FILE.

       LOAD-RELEASE-CHANGES.
      * The ledger, then the archive of retired releases
           PERFORM READ-RELEASE-LEDGER-CHANGES.
           MOVE WS-RETIRED-LEDGER-FILENAME
           TO WS-RELEASE-LEDGER-FILENAME.
           PERFORM READ-RELEASE-LEDGER-CHANGES.

       READ-RELEASE-LEDGER-CHANGES.
      * No ledger simply means nothing was ever published through
      * staging, no archive that nothing was ever retired; only the
      * publish job's own records count, the server's S records
      * change nothing in the live tree
           OPEN INPUT WS-RELEASE-LEDGER-FILE.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RELEASE-LEDGER-FILE-STATUS = "10"
               READ WS-RELEASE-LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EXAMINE-RELEASE-LEDGER-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-RELEASE-LEDGER-FILE.

       EXAMINE-RELEASE-LEDGER-RECORD.
           IF RELEASE-ACTION NOT = "P"
           AND RELEASE-ACTION NOT = "R"
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           AND RELEASE-TIMESTAMP(1:8) NOT = WS-REPORT-DATE-FILTER
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-RELEASE-CHANGES-LEN >= WS-RELEASE-CHANGES-SIZE
           THEN
               MOVE 'Y' TO WS-RELEASE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RELEASE-CHANGES-LEN
           END-ADD.
           MOVE RELEASE-ACTION
           TO WS-RELEASE-CHANGE-ACTION(WS-RELEASE-CHANGES-LEN).
           MOVE RELEASE-NAME
           TO WS-RELEASE-CHANGE-NAME(WS-RELEASE-CHANGES-LEN).
           MOVE RELEASE-TARGET-FILE
           TO WS-RELEASE-CHANGE-FILE(WS-RELEASE-CHANGES-LEN).
      * A rollback with a kept version put a page back; one without
      * took the release's new page away
           IF RELEASE-SAVED-NAME = SPACES
           THEN
               MOVE 'N'
               TO WS-RELEASE-CHANGE-RESTORED(WS-RELEASE-CHANGES-LEN)
           ELSE
               MOVE 'Y'
               TO WS-RELEASE-CHANGE-RESTORED(WS-RELEASE-CHANGES-LEN)
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

       EXAMINE-ACCESS-LOG-LINE.
           MOVE SPACES TO WS-LOG-TIMESTAMP.
           MOVE SPACES TO WS-LOG-TOKEN-TABLE.
           END-CALL.

       CHECK-ENTRY-IS-OPERATIONAL.
      * The server's own books at the top of the root - the log
      * and its dated archives, the config family, captured forms,
      * the inventory files themselves and the batch extracts - are
      * not content and would only drown the report in explained
      * noise
           IF FUNCTION TRIM(WS-ENTRY-NAME) = "access.log"
           OR WS-ENTRY-NAME(1:11) = "access.log."
           OR FUNCTION TRIM(WS-ENTRY-NAME) = "logwatch.conf"
           OR FUNCTION TRIM(WS-ENTRY-NAME) = "trashmaint.conf"
           OR FUNCTION TRIM(WS-ENTRY-NAME) = "accessreport.history"
           OR WS-ENTRY-NAME(1:14) = "latencyreport."
           OR WS-ENTRY-NAME(1:10) = "webserver."
      * The same two six-character prefixes the server's wall in
      * CHECK-FILENAME-IS-OPERATIONAL uses - anything broader
           END-IF
           END-PERFORM.

           MOVE SPACES TO WS-EXPLAINING-RELEASE.
           IF WS-CHANGE-EXPLAINED = 'N'
           THEN
               PERFORM CHECK-CHANGE-AGAINST-RELEASES
           END-IF.

           IF WS-CHANGE-EXPLAINED = 'N'
           THEN
               ADD 1 TO WS-UNEXPLAINED-COUNT
               END-ADD
           END-IF.

       CHECK-CHANGE-AGAINST-RELEASES.
      * The ledger names the file itself, root-relative like the
      * inventory, so the match is exact. An added or changed page
      * is explained by a promotion or by a rollback that put a
      * kept version back; a removed one only by a rollback that
      * withdrew a page its release had added
           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-RELEASE-CHANGES-LEN
           OR WS-CHANGE-EXPLAINED = 'Y'
           IF WS-RELEASE-CHANGE-FILE(WS-I) = WS-ENTRY-PATH
           THEN
               IF FUNCTION TRIM(WS-WANTED-METHOD) = "PUT"
               AND (WS-RELEASE-CHANGE-ACTION(WS-I) = "P"
                   OR WS-RELEASE-CHANGE-RESTORED(WS-I) = 'Y')
               THEN
                   MOVE 'Y' TO WS-CHANGE-EXPLAINED
               END-IF
               IF FUNCTION TRIM(WS-WANTED-METHOD) = "DELETE"
               AND WS-RELEASE-CHANGE-ACTION(WS-I) = "R"
               AND WS-RELEASE-CHANGE-RESTORED(WS-I) = 'N'
               THEN
                   MOVE 'Y' TO WS-CHANGE-EXPLAINED
               END-IF
               IF WS-CHANGE-EXPLAINED = 'Y'
               THEN
                   MOVE WS-RELEASE-CHANGE-NAME(WS-I)
                   TO WS-EXPLAINING-RELEASE
               END-IF
           END-IF
           END-PERFORM.

       PRINT-RECONCILIATION-LINE-ADDED.
           IF WS-EXPLAINING-RELEASE NOT = SPACES
           THEN
               DISPLAY " ADDED    ", FUNCTION TRIM(WS-ENTRY-PATH),
               " (explained by release ",
               FUNCTION TRIM(WS-EXPLAINING-RELEASE), ")"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHANGE-EXPLAINED = 'Y'
           THEN
               DISPLAY " ADDED    ", FUNCTION TRIM(WS-ENTRY-PATH),
           END-IF.

       PRINT-RECONCILIATION-LINE-CHANGED.
           IF WS-EXPLAINING-RELEASE NOT = SPACES
           THEN
               DISPLAY " CHANGED  ", FUNCTION TRIM(WS-ENTRY-PATH),
               " (explained by release ",
               FUNCTION TRIM(WS-EXPLAINING-RELEASE), ")"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHANGE-EXPLAINED = 'Y'
           THEN
               DISPLAY " CHANGED  ", FUNCTION TRIM(WS-ENTRY-PATH),
               MOVE WS-OLD-PATH(WS-J) TO WS-ENTRY-PATH
               MOVE "DELETE" TO WS-WANTED-METHOD
               PERFORM CHECK-CHANGE-AGAINST-LOG
               EVALUATE TRUE
                   WHEN WS-EXPLAINING-RELEASE NOT = SPACES
                       DISPLAY " REMOVED  ",
                       FUNCTION TRIM(WS-OLD-PATH(WS-J)),
                       " (explained by release ",
                       FUNCTION TRIM(WS-EXPLAINING-RELEASE), ")"
                       END-DISPLAY
                   WHEN WS-CHANGE-EXPLAINED = 'Y'
                       DISPLAY " REMOVED  ",
                       FUNCTION TRIM(WS-OLD-PATH(WS-J)),
                       " (explained by a logged DELETE)"
                       END-DISPLAY
                   WHEN OTHER
                       DISPLAY " REMOVED  ",
                       FUNCTION TRIM(WS-OLD-PATH(WS-J)),
                       " UNEXPLAINED"
                       END-DISPLAY
               END-EVALUATE
           END-IF
           END-PERFORM.

               DISPLAY " log day:   all days in the log"
               END-DISPLAY
           END-IF.
           DISPLAY " log file:  ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME)
           END-DISPLAY.
           IF WS-HAVE-OLD-INVENTORY = 'N'
           THEN
               DISPLAY " first run - tonight's walk becomes the ",
               "some changes may show as unexplained"
               END-DISPLAY
           END-IF.
           IF WS-RELEASE-OVERFLOW = 'Y'
           THEN
               DISPLAY " more releases published than the table ",
               "holds - some may show as unexplained"
               END-DISPLAY
           END-IF.
           IF WS-OLD-OVERFLOW = 'Y'
           THEN
               DISPLAY " previous inventory larger than the table - ",
